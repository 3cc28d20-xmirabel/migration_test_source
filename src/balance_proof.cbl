       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-PROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT BALANCE-IDX-FILE
           ASSIGN TO DYNAMIC WS-BAL-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-IDX-USER
           FILE STATUS IS WS-BAL-IDX-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LINEAGE-FILE ASSIGN TO DYNAMIC WS-LINEAGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINEAGE-STATUS.

           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-TRANS-ID
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT TRANSID-FILE ASSIGN TO DYNAMIC WS-TRANSID-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSID-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 BHS-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 BHS-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 BHS-CURRENT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BHS-MTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BHS-YTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.

       FD LIST-FILE.
       01 LIST-RECORD             PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD.
          05 LIN-TRANS-ID         PIC X(12).
          05 FILLER               PIC X(1).
          05 LIN-RUN-ID           PIC X(15).
          05 FILLER               PIC X(1).
          05 LIN-FEED-SOURCE      PIC X(10).
          05 FILLER               PIC X(1).
          05 LIN-REC-NUM          PIC 9(7).
          05 FILLER               PIC X(1).
          05 LIN-INPUT-FILE       PIC X(160).

       FD INDEX-FILE.
       01 IDX-RECORD.
          COPY CALCREC REPLACING ==CALC-REC-TRANS-ID== BY
             ==IDX-TRANS-ID== ==CALC-REC-DATE== BY ==IDX-DATE==
             ==CALC-REC-USER== BY ==IDX-USER==
             ==CALC-REC-OPERATION== BY ==IDX-OPERATION==
             ==CALC-REC-NUM1== BY ==IDX-NUM1==
             ==CALC-REC-NUM2== BY ==IDX-NUM2==
             ==CALC-REC-RESULT== BY ==IDX-RESULT==
             ==CALC-REC-STATUS== BY ==IDX-STATUS==
             ==CALC-REC-CURRENCY== BY ==IDX-CURRENCY==
             ==CALC-REC-CONVERTED== BY ==IDX-CONVERTED==
             ==CALC-REC-DEPARTMENT== BY ==IDX-DEPARTMENT==
             ==CALC-REC-FX-RATE== BY ==IDX-FX-RATE==
             ==CALC-REC-RATE-DATE== BY ==IDX-RATE-DATE==
             ==CALC-REC-ENTITY== BY ==IDX-ENTITY==
             ==CALC-REC-TAX-CODE== BY ==IDX-TAX-CODE==
             ==CALC-REC-TAX-AMOUNT== BY ==IDX-TAX-AMOUNT==
             ==CALC-REC-ACCOUNT== BY ==IDX-ACCOUNT==
             ==CALC-REC-REF-ID== BY ==IDX-REF-ID==
             ==CALC-REC-GROUP-CCY== BY ==IDX-GROUP-CCY==
             ==CALC-REC-GROUP-CONV== BY ==IDX-GROUP-CONV==
             ==CALC-REC-GROUP-RATE== BY ==IDX-GROUP-RATE==
             ==CALC-REC-PPA-FLAG== BY ==IDX-PPA-FLAG==
             ==CALC-REC-ORIG-DATE== BY ==IDX-ORIG-DATE==
             ==CALC-REC-RUN-ID== BY ==IDX-RUN-ID==
             ==CALC-REC-CHAIN-HASH== BY ==IDX-CHAIN-HASH==
             ==CALC-REC-CUST-RATE== BY ==IDX-CUST-RATE==
             ==CALC-REC-FX-MARGIN== BY ==IDX-FX-MARGIN==.

       FD TRANSID-FILE.
       01 TRANSID-RECORD          PIC 9(7).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-TODAY                PIC X(8).
       01 WS-TODAY-NUM            PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1).

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
       01 WS-HISTORY-FILENAME     PIC X(100)
                                     VALUE "balance_history.dat".
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-HISTORY-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-HISTORY-EOF                   VALUE "Y".
       01 WS-LIST-FILENAME        PIC X(100)
                                     VALUE "proof_list.tmp".
       01 WS-LIST-STATUS          PIC X(2).
       01 WS-LIST-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-LIST-EOF                      VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-LINEAGE-FILENAME     PIC X(100).
       01 WS-LINEAGE-STATUS       PIC X(2).
       01 WS-LINEAGE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-LINEAGE-EOF                   VALUE "Y".
       01 WS-INDEX-FILENAME       PIC X(100)  VALUE "output.idx".
       01 WS-INDEX-STATUS         PIC X(2).
       01 WS-INDEX-OPEN-FLAG      PIC X(1)    VALUE "N".
          88 WS-INDEX-OPEN                    VALUE "Y".
       01 WS-TRANSID-FILENAME     PIC X(100)  VALUE "transid.dat".
       01 WS-TRANSID-STATUS       PIC X(2).
       01 WS-TRANSID-NUM          PIC 9(7)    VALUE 0.
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

      * Starting point of the replay.  HISTORY takes each user's last
      * balance_history.dat snapshot on or before PROOF_BASE_DATE
      * (default the day before the business date); YEAR starts from
      * the snapshots at the close of the previous year, the year-end
      * opening entries on the trail then rolling YTD exactly as
      * YEAR-END-CLOSE did.
       01 WS-PROOF-START          PIC X(7)    VALUE "HISTORY".
          88 WS-START-HISTORY                 VALUE "HISTORY".
          88 WS-START-YEAR                    VALUE "YEAR".
       01 WS-BASE-TEXT            PIC X(8)    VALUE SPACES.
       01 WS-BASE-DATE            PIC 9(8).
       01 WS-BASE-YEAR            PIC 9(4).
       01 WS-DAY-INT              PIC 9(8).
       01 WS-TODAY-INT            PIC 9(8).
       01 WS-DAY-DATE             PIC 9(8).
       01 WS-DAY-MONTH            PIC 9(6).
       01 WS-DAY-COUNT            PIC 9(5)    VALUE 0.

      * One entry per user: the starting snapshot, the balances the
      * replay arrives at, and what the master holds.
       01 WS-USER-TABLE.
          05 WS-USR-ENTRY OCCURS 500 TIMES.
             10 WS-USR-NAME       PIC X(30).
             10 WS-USR-BASE-DATE  PIC 9(8).
             10 WS-USR-CURRENT    PIC S9(11)V99.
             10 WS-USR-MTD        PIC S9(11)V99.
             10 WS-USR-YTD        PIC S9(11)V99.
             10 WS-USR-MONTH      PIC 9(6).
             10 WS-USR-MST-CURRENT PIC S9(11)V99.
             10 WS-USR-MST-MTD    PIC S9(11)V99.
             10 WS-USR-MST-YTD    PIC S9(11)V99.
             10 WS-USR-MST-LAST   PIC 9(8).
             10 WS-USR-IN-MASTER  PIC X(1).
             10 WS-USR-POSTINGS   PIC 9(5).
       01 WS-USR-USED             PIC 9(3)    VALUE 0.
       01 WS-USR-MAX              PIC 9(3)    VALUE 500.
       01 WS-USR-IDX              PIC 9(3).
       01 WS-USR-HIT              PIC 9(3)    VALUE 0.
       01 WS-LOOKUP-USER          PIC X(30).

       01 WS-POSTING-TABLE.
          05 WS-PST-ENTRY OCCURS 5000 TIMES.
             10 WS-PST-TRANS-ID   PIC X(12).
             10 WS-PST-USER-IDX   PIC 9(3).
             10 WS-PST-DATE       PIC 9(8).
             10 WS-PST-RESULT     PIC S9(11)V99.
       01 WS-PST-USED             PIC 9(5)    VALUE 0.
       01 WS-PST-MAX              PIC 9(5)    VALUE 5000.
       01 WS-PST-IDX              PIC 9(5).

      * Console entries reach the trail but never the balances; their
      * IDs are taken from the day's lineage files and left out.
       01 WS-CONSOLE-TABLE.
          05 WS-CON-TRANS-ID OCCURS 2000 TIMES PIC X(12).
       01 WS-CON-USED             PIC 9(4)    VALUE 0.
       01 WS-CON-MAX              PIC 9(4)    VALUE 2000.
       01 WS-CON-IDX              PIC 9(4).
       01 WS-CONSOLE-HIT-FLAG     PIC X(1)    VALUE "N".
          88 WS-CONSOLE-HIT                   VALUE "Y".

       01 WS-CROSS-CHECK-FLAG     PIC X(1)    VALUE "N".
          88 WS-CROSS-CHECK                   VALUE "Y".
       01 WS-MAX-AUDIT-NUM        PIC 9(7)    VALUE 0.
       01 WS-MAX-AUDIT-ID         PIC X(12)   VALUE SPACES.
       01 WS-AUDIT-NUM            PIC 9(7).

       01 WS-REPLAYED-COUNT       PIC 9(7)    VALUE 0.
       01 WS-CONSOLE-SKIPPED      PIC 9(7)    VALUE 0.
       01 WS-BALANCE-BREAKS       PIC 9(5)    VALUE 0.
       01 WS-XCHECK-BREAKS        PIC 9(5)    VALUE 0.
       01 WS-USER-BREAK-FLAG      PIC X(1)    VALUE "N".
          88 WS-USER-BREAKS                   VALUE "Y".

       01 WS-CUR-EDIT             PIC -(11)9.99.
       01 WS-MTD-EDIT             PIC -(11)9.99.
       01 WS-YTD-EDIT             PIC -(11)9.99.
       01 WS-AMOUNT-EDIT          PIC -(11)9.99.
       01 WS-BREAK-TEXT           PIC X(40).
       01 WS-LATE-MARK            PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-TODAY, WS-DATE-SOURCE
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)

           ACCEPT WS-PROOF-START FROM ENVIRONMENT "PROOF_START"
           IF NOT WS-START-YEAR
              MOVE "HISTORY" TO WS-PROOF-START
           END-IF
           IF WS-START-YEAR
              COMPUTE WS-BASE-YEAR = WS-TODAY-NUM / 10000 - 1
              COMPUTE WS-BASE-DATE = WS-BASE-YEAR * 10000 + 1231
           ELSE
              ACCEPT WS-BASE-TEXT FROM ENVIRONMENT "PROOF_BASE_DATE"
              IF WS-BASE-TEXT NUMERIC
                 MOVE WS-BASE-TEXT TO WS-BASE-DATE
              ELSE
                 COMPUTE WS-BASE-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-TODAY-INT - 1)
              END-IF
           END-IF
           IF WS-BASE-DATE >= WS-TODAY-NUM
              IF WS-LOCALE-EN
                 DISPLAY "Error: base date " WS-BASE-DATE
                         " is not before the business date"
              ELSE
                 DISPLAY "Erreur: la date de depart " WS-BASE-DATE
                         " n'est pas anterieure a la date metier"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-INDEX-FILENAME FROM ENVIRONMENT "INDEX_FILENAME"
           IF WS-INDEX-FILENAME = SPACES
              MOVE "output.idx" TO WS-INDEX-FILENAME
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "balance_proof-" DELIMITED BY SIZE
                  WS-TODAY         DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "PREUVE DES SOLDES AU " DELIMITED BY SIZE
                  WS-TODAY                DELIMITED BY SIZE
                  " - DEPART "            DELIMITED BY SIZE
                  WS-PROOF-START          DELIMITED BY SPACE
                  " "                     DELIMITED BY SIZE
                  WS-BASE-DATE            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LOAD-BASE-SNAPSHOTS

           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
              SET WS-INDEX-OPEN TO TRUE
           ELSE
              MOVE "INDEX DE SORTIE ABSENT - CONTROLE NON FAIT"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF

           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-BASE-DATE)
              + 1
           PERFORM REPLAY-ONE-DAY UNTIL WS-DAY-INT > WS-TODAY-INT

           IF WS-INDEX-OPEN
              CLOSE INDEX-FILE
           END-IF

           PERFORM CHECK-TRANSID-COUNTER

           PERFORM LOAD-BALANCE-MASTER
           IF WS-RETURN-CODE < 12
              PERFORM PROVE-ONE-USER
                 VARYING WS-USR-IDX FROM 1 BY 1
                 UNTIL WS-USR-IDX > WS-USR-USED
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "JOURS REJOUES: "     DELIMITED BY SIZE
                  WS-DAY-COUNT          DELIMITED BY SIZE
                  "  ECRITURES: "       DELIMITED BY SIZE
                  WS-REPLAYED-COUNT     DELIMITED BY SIZE
                  "  CONSOLE EXCLUES: " DELIMITED BY SIZE
                  WS-CONSOLE-SKIPPED    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RUPTURES DE SOLDES: "  DELIMITED BY SIZE
                  WS-BALANCE-BREAKS       DELIMITED BY SIZE
                  "  RUPTURES DE CONTROLE: " DELIMITED BY SIZE
                  WS-XCHECK-BREAKS        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           IF WS-RETURN-CODE < 12
              IF WS-BALANCE-BREAKS > 0 OR WS-XCHECK-BREAKS > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Balance proof " WS-TODAY " ==="
              DISPLAY "Days replayed:      " WS-DAY-COUNT
              DISPLAY "Postings replayed:  " WS-REPLAYED-COUNT
              DISPLAY "Users proved:       " WS-USR-USED
              DISPLAY "Balance breaks:     " WS-BALANCE-BREAKS
              DISPLAY "Cross-check breaks: " WS-XCHECK-BREAKS
              DISPLAY "Report: " FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "=== Preuve des soldes " WS-TODAY " ==="
              DISPLAY "Jours rejoues:        " WS-DAY-COUNT
              DISPLAY "Ecritures rejouees:   " WS-REPLAYED-COUNT
              DISPLAY "Utilisateurs prouves: " WS-USR-USED
              DISPLAY "Ruptures de soldes:   " WS-BALANCE-BREAKS
              DISPLAY "Ruptures de controle: " WS-XCHECK-BREAKS
              DISPLAY "Rapport: " FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * Snapshots are appended as runs post, so the last line for a
      * user on or before the base date is the position at that date.
       LOAD-BASE-SNAPSHOTS.
           MOVE "N" TO WS-HISTORY-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM READ-HISTORY-RECORD
              PERFORM TAKE-ONE-SNAPSHOT UNTIL WS-HISTORY-EOF
              CLOSE HISTORY-FILE
           ELSE
              MOVE "HISTORIQUE DES SOLDES ABSENT - DEPART A ZERO"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 SET WS-HISTORY-EOF TO TRUE
           END-READ.

       TAKE-ONE-SNAPSHOT.
           IF BHS-USER NOT = SPACES AND BHS-DATE NUMERIC
              AND BHS-DATE <= WS-BASE-DATE
              MOVE BHS-USER TO WS-LOOKUP-USER
              PERFORM ENSURE-USER-ENTRY
              IF BHS-DATE >= WS-USR-BASE-DATE (WS-USR-HIT)
                 MOVE BHS-DATE TO WS-USR-BASE-DATE (WS-USR-HIT)
                 MOVE BHS-CURRENT TO WS-USR-CURRENT (WS-USR-HIT)
                 MOVE BHS-MTD TO WS-USR-MTD (WS-USR-HIT)
                 MOVE BHS-YTD TO WS-USR-YTD (WS-USR-HIT)
                 MOVE BHS-DATE (1:6) TO WS-USR-MONTH (WS-USR-HIT)
              END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.

       ENSURE-USER-ENTRY.
           MOVE 0 TO WS-USR-HIT
           PERFORM FIND-USER-ENTRY
              VARYING WS-USR-IDX FROM 1 BY 1
              UNTIL WS-USR-IDX > WS-USR-USED OR WS-USR-HIT > 0
           IF WS-USR-HIT = 0
              IF WS-USR-USED >= WS-USR-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-USR-USED
              MOVE WS-USR-USED TO WS-USR-HIT
              MOVE WS-LOOKUP-USER TO WS-USR-NAME (WS-USR-HIT)
              MOVE 0 TO WS-USR-BASE-DATE (WS-USR-HIT)
              MOVE 0 TO WS-USR-CURRENT (WS-USR-HIT)
              MOVE 0 TO WS-USR-MTD (WS-USR-HIT)
              MOVE 0 TO WS-USR-YTD (WS-USR-HIT)
              MOVE 0 TO WS-USR-MONTH (WS-USR-HIT)
              MOVE 0 TO WS-USR-MST-CURRENT (WS-USR-HIT)
              MOVE 0 TO WS-USR-MST-MTD (WS-USR-HIT)
              MOVE 0 TO WS-USR-MST-YTD (WS-USR-HIT)
              MOVE 0 TO WS-USR-MST-LAST (WS-USR-HIT)
              MOVE "N" TO WS-USR-IN-MASTER (WS-USR-HIT)
              MOVE 0 TO WS-USR-POSTINGS (WS-USR-HIT)
           END-IF.

       FIND-USER-ENTRY.
           IF WS-USR-NAME (WS-USR-IDX) = WS-LOOKUP-USER
              MOVE WS-USR-IDX TO WS-USR-HIT
           END-IF.

      * Every audit file of the day counts - base, entity, cycle and
      * partition runs all post to the one balance master.
       REPLAY-ONE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE WS-DAY-DATE (1:6) TO WS-DAY-MONTH
           ADD 1 TO WS-DAY-COUNT
           PERFORM LOAD-CONSOLE-IDS
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 audit-"           DELIMITED BY SIZE
                  WS-DAY-DATE              DELIMITED BY SIZE
                  ".log audit-"            DELIMITED BY SIZE
                  WS-DAY-DATE              DELIMITED BY SIZE
                  "-*.log > "              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME) DELIMITED BY SIZE
                  " 2>/dev/null"           DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM REPLAY-ONE-AUDIT-FILE UNTIL WS-LIST-EOF
              CLOSE LIST-FILE
           END-IF
           ADD 1 TO WS-DAY-INT.

       READ-LIST-RECORD.
           READ LIST-FILE
              AT END
                 SET WS-LIST-EOF TO TRUE
           END-READ.

       LOAD-CONSOLE-IDS.
           MOVE 0 TO WS-CON-USED
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 lineage-"         DELIMITED BY SIZE
                  WS-DAY-DATE              DELIMITED BY SIZE
                  ".log lineage-"          DELIMITED BY SIZE
                  WS-DAY-DATE              DELIMITED BY SIZE
                  "-*.log > "              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME) DELIMITED BY SIZE
                  " 2>/dev/null"           DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM SCAN-ONE-LINEAGE-FILE UNTIL WS-LIST-EOF
              CLOSE LIST-FILE
           END-IF.

       SCAN-ONE-LINEAGE-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-LINEAGE-FILENAME
              MOVE "N" TO WS-LINEAGE-EOF-FLAG
              OPEN INPUT LINEAGE-FILE
              IF WS-LINEAGE-STATUS = "00"
                 PERFORM READ-LINEAGE-RECORD
                 PERFORM NOTE-CONSOLE-ID UNTIL WS-LINEAGE-EOF
                 CLOSE LINEAGE-FILE
              END-IF
           END-IF
           PERFORM READ-LIST-RECORD.

       READ-LINEAGE-RECORD.
           READ LINEAGE-FILE
              AT END
                 SET WS-LINEAGE-EOF TO TRUE
           END-READ.

       NOTE-CONSOLE-ID.
           IF LIN-FEED-SOURCE = "CONSOLE"
              IF WS-CON-USED >= WS-CON-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-CON-USED
              MOVE LIN-TRANS-ID TO WS-CON-TRANS-ID (WS-CON-USED)
           END-IF
           PERFORM READ-LINEAGE-RECORD.

      * The base and cycle audit files share output.idx and
      * transid.dat; entity and partition runs keep their own, so
      * only the former are cross-checked.
       REPLAY-ONE-AUDIT-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-AUDIT-FILENAME
              MOVE "N" TO WS-CROSS-CHECK-FLAG
              IF LIST-RECORD (15:4) = ".log"
                 OR LIST-RECORD (15:2) = "-c"
                 SET WS-CROSS-CHECK TO TRUE
              END-IF
              MOVE "N" TO WS-AUDIT-EOF-FLAG
              OPEN INPUT AUDIT-FILE
              IF WS-AUDIT-STATUS = "00"
                 PERFORM READ-AUDIT-RECORD
                 PERFORM REPLAY-ONE-RECORD UNTIL WS-AUDIT-EOF
                 CLOSE AUDIT-FILE
              END-IF
           END-IF
           PERFORM READ-LIST-RECORD.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

      * Mirrors MAIN's roll: a posting in a new month clears MTD, in
      * a new year YTD as well; the year-end opening entry clears YTD
      * as YEAR-END-CLOSE does on the master.
       REPLAY-ONE-RECORD.
           MOVE "N" TO WS-CONSOLE-HIT-FLAG
           PERFORM FIND-CONSOLE-ID
              VARYING WS-CON-IDX FROM 1 BY 1
              UNTIL WS-CON-IDX > WS-CON-USED OR WS-CONSOLE-HIT
           IF WS-CONSOLE-HIT
              ADD 1 TO WS-CONSOLE-SKIPPED
           ELSE
              MOVE CALC-REC-USER TO WS-LOOKUP-USER
              PERFORM ENSURE-USER-ENTRY
              IF CALC-REC-RUN-ID (1:7) = "YEAREND"
                 MOVE 0 TO WS-USR-YTD (WS-USR-HIT)
              ELSE
                 IF WS-USR-MONTH (WS-USR-HIT) NOT = WS-DAY-MONTH
                    MOVE 0 TO WS-USR-MTD (WS-USR-HIT)
                    IF WS-USR-MONTH (WS-USR-HIT) (1:4)
                       NOT = WS-DAY-MONTH (1:4)
                       MOVE 0 TO WS-USR-YTD (WS-USR-HIT)
                    END-IF
                    MOVE WS-DAY-MONTH TO WS-USR-MONTH (WS-USR-HIT)
                 END-IF
                 ADD CALC-REC-RESULT TO WS-USR-CURRENT (WS-USR-HIT)
                 ADD CALC-REC-RESULT TO WS-USR-MTD (WS-USR-HIT)
                 ADD CALC-REC-RESULT TO WS-USR-YTD (WS-USR-HIT)
                 ADD 1 TO WS-USR-POSTINGS (WS-USR-HIT)
                 ADD 1 TO WS-REPLAYED-COUNT
                 IF WS-PST-USED >= WS-PST-MAX
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO WS-PST-USED
                 MOVE CALC-REC-TRANS-ID TO WS-PST-TRANS-ID (WS-PST-USED)
                 MOVE WS-USR-HIT TO WS-PST-USER-IDX (WS-PST-USED)
                 MOVE WS-DAY-DATE TO WS-PST-DATE (WS-PST-USED)
                 MOVE CALC-REC-RESULT TO WS-PST-RESULT (WS-PST-USED)
              END-IF
           END-IF
           IF WS-CROSS-CHECK
              PERFORM CROSS-CHECK-RECORD
           END-IF
           PERFORM READ-AUDIT-RECORD.

       FIND-CONSOLE-ID.
           IF WS-CON-TRANS-ID (WS-CON-IDX) = CALC-REC-TRANS-ID
              SET WS-CONSOLE-HIT TO TRUE
           END-IF.

      * Every audited calculation must be in the output index with the
      * same result, and no ID may run past the counter in transid.dat.
       CROSS-CHECK-RECORD.
           IF CALC-REC-TRANS-ID (1:1) = "T"
              AND CALC-REC-TRANS-ID (2:7) NUMERIC
              MOVE CALC-REC-TRANS-ID (2:7) TO WS-AUDIT-NUM
              IF WS-AUDIT-NUM > WS-MAX-AUDIT-NUM
                 MOVE WS-AUDIT-NUM TO WS-MAX-AUDIT-NUM
                 MOVE CALC-REC-TRANS-ID TO WS-MAX-AUDIT-ID
              END-IF
           END-IF
           IF WS-INDEX-OPEN
              MOVE CALC-REC-TRANS-ID TO IDX-TRANS-ID
              READ INDEX-FILE
                 KEY IS IDX-TRANS-ID
                 INVALID KEY
                    MOVE "ABSENT DE L'INDEX DE SORTIE" TO WS-BREAK-TEXT
                    PERFORM WRITE-XCHECK-BREAK
                 NOT INVALID KEY
                    IF IDX-RESULT NOT = CALC-REC-RESULT
                       OR IDX-USER NOT = CALC-REC-USER
                       MOVE "INDEX DIFFERENT DE L'AUDIT"
                          TO WS-BREAK-TEXT
                       PERFORM WRITE-XCHECK-BREAK
                    END-IF
              END-READ
           END-IF.

       WRITE-XCHECK-BREAK.
           ADD 1 TO WS-XCHECK-BREAKS
           MOVE CALC-REC-RESULT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CONTROLE "            DELIMITED BY SIZE
                  CALC-REC-TRANS-ID      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-DAY-DATE            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-BREAK-TEXT          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       CHECK-TRANSID-COUNTER.
           OPEN INPUT TRANSID-FILE
           IF WS-TRANSID-STATUS = "00"
              READ TRANSID-FILE
                 AT END
                    MOVE 0 TO WS-TRANSID-NUM
                 NOT AT END
                    MOVE TRANSID-RECORD TO WS-TRANSID-NUM
              END-READ
              CLOSE TRANSID-FILE
              IF WS-MAX-AUDIT-NUM > WS-TRANSID-NUM
                 ADD 1 TO WS-XCHECK-BREAKS
                 MOVE SPACES TO REPORT-RECORD
                 STRING "CONTROLE "           DELIMITED BY SIZE
                        WS-MAX-AUDIT-ID       DELIMITED BY SIZE
                        " AU-DELA DU COMPTEUR TRANSID "
                                              DELIMITED BY SIZE
                        WS-TRANSID-NUM        DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
                 WRITE REPORT-RECORD
              END-IF
           END-IF.

      * The indexed master is the live one when present, as for the
      * balance inquiry and report.
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
                 IF WS-LOCALE-EN
                    DISPLAY "Balance master not found: "
                            FUNCTION TRIM (WS-BALANCE-FILENAME)
                 ELSE
                    DISPLAY "Fichier maitre des soldes introuvable: "
                            FUNCTION TRIM (WS-BALANCE-FILENAME)
                 END-IF
                 MOVE "FICHIER MAITRE DES SOLDES INTROUVABLE"
                    TO REPORT-RECORD
                 WRITE REPORT-RECORD
                 MOVE 12 TO WS-RETURN-CODE
              END-IF
           END-IF.

       READ-BAL-IDX-NEXT.
           READ BALANCE-IDX-FILE NEXT RECORD
              AT END
                 SET WS-BAL-IDX-EOF TO TRUE
           END-READ.

       TAKE-ONE-IDX-BALANCE.
           IF BAL-IDX-USER NOT = SPACES
              MOVE BAL-IDX-USER TO WS-LOOKUP-USER
              PERFORM ENSURE-USER-ENTRY
              MOVE "Y" TO WS-USR-IN-MASTER (WS-USR-HIT)
              MOVE BAL-IDX-CURRENT TO WS-USR-MST-CURRENT (WS-USR-HIT)
              MOVE BAL-IDX-MTD TO WS-USR-MST-MTD (WS-USR-HIT)
              MOVE BAL-IDX-YTD TO WS-USR-MST-YTD (WS-USR-HIT)
              MOVE BAL-IDX-LAST TO WS-USR-MST-LAST (WS-USR-HIT)
           END-IF
           PERFORM READ-BAL-IDX-NEXT.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
              AT END
                 SET WS-BALANCE-EOF TO TRUE
           END-READ.

       TAKE-ONE-BALANCE.
           IF BAL-USER NOT = SPACES
              MOVE BAL-USER TO WS-LOOKUP-USER
              PERFORM ENSURE-USER-ENTRY
              MOVE "Y" TO WS-USR-IN-MASTER (WS-USR-HIT)
              MOVE BAL-CURRENT TO WS-USR-MST-CURRENT (WS-USR-HIT)
              MOVE BAL-MTD TO WS-USR-MST-MTD (WS-USR-HIT)
              MOVE BAL-YTD TO WS-USR-MST-YTD (WS-USR-HIT)
              MOVE BAL-LAST-ACTIVITY TO WS-USR-MST-LAST (WS-USR-HIT)
           END-IF
           PERFORM READ-BALANCE-RECORD.

      * A break lists the replayed postings of the user; those dated
      * after the master's last activity are the likely unposted ones.
       PROVE-ONE-USER.
           MOVE "N" TO WS-USER-BREAK-FLAG
           IF WS-USR-CURRENT (WS-USR-IDX)
                 NOT = WS-USR-MST-CURRENT (WS-USR-IDX)
              OR WS-USR-MTD (WS-USR-IDX)
                 NOT = WS-USR-MST-MTD (WS-USR-IDX)
              OR WS-USR-YTD (WS-USR-IDX)
                 NOT = WS-USR-MST-YTD (WS-USR-IDX)
              SET WS-USER-BREAKS TO TRUE
           END-IF
           IF WS-USR-IN-MASTER (WS-USR-IDX) = "N"
              AND WS-USR-POSTINGS (WS-USR-IDX) > 0
              SET WS-USER-BREAKS TO TRUE
           END-IF
           IF WS-USER-BREAKS
              ADD 1 TO WS-BALANCE-BREAKS
              MOVE SPACES TO REPORT-RECORD
              IF WS-USR-IN-MASTER (WS-USR-IDX) = "N"
                 STRING "RUPTURE "             DELIMITED BY SIZE
                        WS-USR-NAME (WS-USR-IDX) DELIMITED BY SIZE
                        " ABSENT DU FICHIER MAITRE" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
              ELSE
                 STRING "RUPTURE "             DELIMITED BY SIZE
                        WS-USR-NAME (WS-USR-IDX) DELIMITED BY SIZE
                        " DERNIERE ACTIVITE MAITRE " DELIMITED BY SIZE
                        WS-USR-MST-LAST (WS-USR-IDX) DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
              END-IF
              WRITE REPORT-RECORD
              MOVE WS-USR-CURRENT (WS-USR-IDX) TO WS-CUR-EDIT
              MOVE WS-USR-MTD (WS-USR-IDX) TO WS-MTD-EDIT
              MOVE WS-USR-YTD (WS-USR-IDX) TO WS-YTD-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "  REJOUE  SOLDE "  DELIMITED BY SIZE
                     WS-CUR-EDIT         DELIMITED BY SIZE
                     "  MOIS "           DELIMITED BY SIZE
                     WS-MTD-EDIT         DELIMITED BY SIZE
                     "  ANNEE "          DELIMITED BY SIZE
                     WS-YTD-EDIT         DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              MOVE WS-USR-MST-CURRENT (WS-USR-IDX) TO WS-CUR-EDIT
              MOVE WS-USR-MST-MTD (WS-USR-IDX) TO WS-MTD-EDIT
              MOVE WS-USR-MST-YTD (WS-USR-IDX) TO WS-YTD-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "  MAITRE  SOLDE "  DELIMITED BY SIZE
                     WS-CUR-EDIT         DELIMITED BY SIZE
                     "  MOIS "           DELIMITED BY SIZE
                     WS-MTD-EDIT         DELIMITED BY SIZE
                     "  ANNEE "          DELIMITED BY SIZE
                     WS-YTD-EDIT         DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              PERFORM LIST-USER-POSTING
                 VARYING WS-PST-IDX FROM 1 BY 1
                 UNTIL WS-PST-IDX > WS-PST-USED
           END-IF.

       LIST-USER-POSTING.
           IF WS-PST-USER-IDX (WS-PST-IDX) = WS-USR-IDX
              MOVE WS-PST-RESULT (WS-PST-IDX) TO WS-AMOUNT-EDIT
              MOVE SPACES TO WS-LATE-MARK
              IF WS-PST-DATE (WS-PST-IDX) > WS-USR-MST-LAST (WS-USR-IDX)
                 MOVE "* NON REPORTEE ?" TO WS-LATE-MARK
              END-IF
              MOVE SPACES TO REPORT-RECORD
              STRING "    "                       DELIMITED BY SIZE
                     WS-PST-TRANS-ID (WS-PST-IDX) DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     WS-PST-DATE (WS-PST-IDX)     DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     WS-AMOUNT-EDIT               DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     WS-LATE-MARK                 DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: balance proof table overflow - "
                      "move the base date closer"
           ELSE
              DISPLAY "ARRET: debordement d'une table de la preuve "
                      "des soldes - rapprocher la date de depart"
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

       END PROGRAM BALANCE-PROOF.
