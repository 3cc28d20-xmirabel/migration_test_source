       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARGE-TRANS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT FILING-FILE ASSIGN TO DYNAMIC WS-FILING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILING-STATUS.

           SELECT REGULATORY-FILE
           ASSIGN TO DYNAMIC WS-REGULATORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGULATORY-STATUS.

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

      * Every filing reference ever handed out, one line each, so a
      * reference quoted back by the regulator can be traced to the
      * transaction or the user/account it was raised on.  A rerun of
      * the same day finds its references here and reuses them.
       FD FILING-FILE.
       01 FILING-RECORD.
          05 FLG-REF              PIC X(16).
          05 FILLER               PIC X(1).
          05 FLG-DATE             PIC X(8).
          05 FILLER               PIC X(1).
          05 FLG-TYPE             PIC X(2).
          05 FILLER               PIC X(1).
          05 FLG-KEY.
             10 FLG-KIND          PIC X(1).
             10 FLG-ENTITY        PIC X(3).
             10 FLG-SUBJECT       PIC X(30).
          05 FILLER               PIC X(1).
          05 FLG-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 FLG-AMOUNT           PIC X(16).
          05 FILLER               PIC X(1).
          05 FLG-COUNT            PIC X(5).

       FD REGULATORY-FILE.
       01 REGULATORY-RECORD       PIC X(160).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-DATE          PIC X(8).
       01 WS-BUSINESS-DATE        PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-ENTITY-FILENAME      PIC X(100)  VALUE "entity_master.dat".
       01 WS-ENTITY-STATUS        PIC X(2).
       01 WS-ENTITY-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                    VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-FILING-FILENAME      PIC X(100)
                                     VALUE "large_trans_register.dat".
       01 WS-FILING-STATUS        PIC X(2).
       01 WS-FILING-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-FILING-EOF                    VALUE "Y".
       01 WS-REGULATORY-FILENAME  PIC X(100).
       01 WS-REGULATORY-STATUS    PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

      * Reporting threshold in entity currency, and the band just
      * under it where a cluster of amounts suggests a payment split
      * to stay below.  LTR_THRESHOLD, LTR_NEAR_PCT and
      * LTR_WINDOW_DAYS (business days, report day included)
      * override the defaults.
       01 WS-PARAM-TEXT           PIC X(15).
       01 WS-THRESHOLD            PIC S9(11)V99 VALUE 10000.00.
       01 WS-NEAR-PCT             PIC 9(3)    VALUE 80.
       01 WS-NEAR-FLOOR           PIC S9(11)V99.
       01 WS-WINDOW-DAYS          PIC 9(3)    VALUE 5.

       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 WS-ENT-TBL-CODE      PIC X(3).
             10 WS-ENT-TBL-CCY       PIC X(3).
       01 WS-ENT-USED             PIC 9(2)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(2)    VALUE 20.
       01 WS-ENT-IDX              PIC 9(2).
       01 WS-ENT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-ENT-FOUND                     VALUE "Y".

      * Transactions of the report day at or above the threshold.
       01 WS-LRG-TABLE.
          05 WS-LRG-ENTRY OCCURS 500 TIMES.
             10 WS-LRG-TRANS-ID      PIC X(12).
             10 WS-LRG-USER          PIC X(30).
             10 WS-LRG-ACCOUNT       PIC X(10).
             10 WS-LRG-DEPT          PIC X(10).
             10 WS-LRG-ENTITY        PIC X(3).
             10 WS-LRG-CCY           PIC X(3).
             10 WS-LRG-AMOUNT        PIC S9(11)V99.
             10 WS-LRG-REF           PIC X(16).
       01 WS-LRG-USED             PIC 9(3)    VALUE 0.
       01 WS-LRG-MAX              PIC 9(3)    VALUE 500.
       01 WS-LRG-IDX              PIC 9(3).
       01 WS-LRG-DROPPED          PIC 9(5)    VALUE 0.

      * Amounts below the threshold, totalled per user and per
      * account within an entity, for the day and for the window.
       01 WS-AGG-TABLE.
          05 WS-AGG-ENTRY OCCURS 1000 TIMES.
             10 WS-AGG-KIND          PIC X(1).
                88 WS-AGG-BY-USER               VALUE "U".
                88 WS-AGG-BY-ACCOUNT            VALUE "A".
             10 WS-AGG-ENTITY        PIC X(3).
             10 WS-AGG-SUBJECT       PIC X(30).
             10 WS-AGG-CCY           PIC X(3).
             10 WS-AGG-DAY-COUNT     PIC 9(5).
             10 WS-AGG-DAY-NEAR      PIC 9(5).
             10 WS-AGG-DAY-TOTAL     PIC S9(13)V99.
             10 WS-AGG-WIN-COUNT     PIC 9(5).
             10 WS-AGG-WIN-NEAR      PIC 9(5).
             10 WS-AGG-WIN-TOTAL     PIC S9(13)V99.
             10 WS-AGG-TYPE          PIC X(2).
             10 WS-AGG-REF           PIC X(16).
       01 WS-AGG-USED             PIC 9(4)    VALUE 0.
       01 WS-AGG-MAX              PIC 9(4)    VALUE 1000.
       01 WS-AGG-IDX              PIC 9(4).
       01 WS-AGG-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-AGG-FOUND                     VALUE "Y".
       01 WS-AGG-DROPPED          PIC 9(5)    VALUE 0.

      * Filing references already issued for the report day.
       01 WS-FLG-TABLE.
          05 WS-FLG-ENTRY OCCURS 1500 TIMES.
             10 WS-FLG-TBL-REF       PIC X(16).
             10 WS-FLG-TBL-TYPE      PIC X(2).
             10 WS-FLG-TBL-KEY       PIC X(34).
       01 WS-FLG-USED             PIC 9(4)    VALUE 0.
       01 WS-FLG-MAX              PIC 9(4)    VALUE 1500.
       01 WS-FLG-IDX              PIC 9(4).
       01 WS-FLG-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-FLG-FOUND                     VALUE "Y".
       01 WS-FLG-LAST-SEQ         PIC 9(6)    VALUE 0.
       01 WS-FLG-NEW-COUNT        PIC 9(5)    VALUE 0.
       01 WS-LOOKUP-REF           PIC X(16)   VALUE SPACES.
       01 WS-LOOKUP-FOUND-FLAG    PIC X(1)    VALUE "N".
          88 WS-LOOKUP-FOUND                  VALUE "Y".

       01 WS-NEW-REF.
          05 WS-NEW-REF-PREFIX    PIC X(2)    VALUE "LT".
          05 WS-NEW-REF-DATE      PIC X(8).
          05 WS-NEW-REF-SEQ       PIC 9(6).
       01 WS-WANT-TYPE            PIC X(2).
       01 WS-WANT-KEY.
          05 WS-WANT-KIND         PIC X(1).
          05 WS-WANT-ENTITY       PIC X(3).
          05 WS-WANT-SUBJECT      PIC X(30).
       01 WS-WANT-CCY             PIC X(3).
       01 WS-WANT-AMOUNT          PIC S9(13)V99.
       01 WS-WANT-COUNT           PIC 9(5).
       01 WS-WANT-REF             PIC X(16).

      * Window walk: calendar days from the first business day of
      * the window up to the report day; days with no audit file
      * (weekends, holidays) are simply skipped.
       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==
                                  ==PREFIX-MONTH== BY ==WS-BASE-MONTH==
                                  ==PREFIX-DAY== BY ==WS-BASE-DAY==.
       01 WS-STEP-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-STEP-YEAR==
                                  ==PREFIX-MONTH== BY ==WS-STEP-MONTH==
                                  ==PREFIX-DAY== BY ==WS-STEP-DAY==.
       01 WS-DAYS-TO-ADD          PIC S9(5) COMP.
       01 WS-BUSINESS-DAY-FLAG    PIC X(1).
       01 WS-DATE-VALID           PIC X(1).
          88 WS-DATE-IS-VALID                 VALUE "Y".
       01 WS-WINDOW-START         PIC X(8).
       01 WS-SCAN-DATE            PIC X(8).
       01 WS-DAYS-READ            PIC 9(3)    VALUE 0.
       01 WS-SCAN-GUARD           PIC 9(3)    VALUE 0.

       01 WS-REC-AMOUNT           PIC S9(11)V99.
       01 WS-REC-CCY              PIC X(3).
       01 WS-REC-TODAY-FLAG       PIC X(1)    VALUE "N".
          88 WS-REC-TODAY                     VALUE "Y".
       01 WS-REC-KIND             PIC X(1).
       01 WS-REC-SUBJECT          PIC X(30).

       01 WS-FLAGGED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-FILED-TOTAL          PIC S9(15)V99 VALUE 0.
       01 WS-FILED-COUNT          PIC 9(7)    VALUE 0.

      * Fixed-format regulatory file: header, one detail per filing,
      * trailer with count and absolute total.
       01 WS-REG-HEADER.
          05 WS-REGH-TYPE         PIC X(1)    VALUE "H".
          05 WS-REGH-IFACE        PIC X(10)   VALUE "LARGETRANS".
          05 WS-REGH-SEQ          PIC 9(6).
          05 WS-REGH-DATE         PIC X(8).
          05 WS-REGH-THRESHOLD    PIC 9(11)V99.
          05 WS-REGH-WINDOW       PIC 9(3).
          05 FILLER               PIC X(119)  VALUE SPACES.
       01 WS-REG-DETAIL.
          05 WS-REGD-TYPE         PIC X(1)    VALUE "D".
          05 WS-REGD-REF          PIC X(16).
          05 WS-REGD-KIND         PIC X(2).
          05 WS-REGD-DATE         PIC X(8).
          05 WS-REGD-ENTITY       PIC X(3).
          05 WS-REGD-CCY          PIC X(3).
          05 WS-REGD-SIGN         PIC X(1).
          05 WS-REGD-AMOUNT       PIC 9(13)V99.
          05 WS-REGD-COUNT        PIC 9(5).
          05 WS-REGD-TRANS-ID     PIC X(12).
          05 WS-REGD-USER         PIC X(30).
          05 WS-REGD-ACCOUNT      PIC X(10).
          05 WS-REGD-DEPT         PIC X(10).
          05 FILLER               PIC X(44)   VALUE SPACES.
       01 WS-REG-TRAILER.
          05 WS-REGT-TYPE         PIC X(1)    VALUE "T".
          05 WS-REGT-COUNT        PIC 9(7).
          05 WS-REGT-TOTAL        PIC 9(15)V99.
          05 FILLER               PIC X(135)  VALUE SPACES.
       01 WS-IFACE-NAME           PIC X(10)   VALUE "LARGETRANS".
       01 WS-IFACE-SEQ            PIC 9(6).
       01 WS-IFACE-REG-NAME       PIC X(100).

       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-DAY-TOTAL-EDIT       PIC -(12)9.99.
       01 WS-WIN-TOTAL-EDIT       PIC -(12)9.99.
       01 WS-THRESHOLD-EDIT       PIC Z(10)9.99.
       01 WS-KIND-TEXT            PIC X(7).

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "LARGETRANS".
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

           ACCEPT WS-LOOKUP-REF FROM ENVIRONMENT "LTR_LOOKUP"
           IF WS-LOOKUP-REF NOT = SPACES
              PERFORM LOOKUP-FILING-REF
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT "LTR_DATE"
           IF WS-REPORT-DATE = SPACES OR WS-REPORT-DATE NOT NUMERIC
              CALL "BUSINESS_DATE" USING WS-BUSINESS-DATE,
                                         WS-DATE-SOURCE
              MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF

           MOVE SPACES TO WS-PARAM-TEXT
           ACCEPT WS-PARAM-TEXT FROM ENVIRONMENT "LTR_THRESHOLD"
           IF WS-PARAM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM-TEXT) = 0
              COMPUTE WS-THRESHOLD = FUNCTION NUMVAL (WS-PARAM-TEXT)
           END-IF
           MOVE SPACES TO WS-PARAM-TEXT
           ACCEPT WS-PARAM-TEXT FROM ENVIRONMENT "LTR_NEAR_PCT"
           IF WS-PARAM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM-TEXT) = 0
              COMPUTE WS-NEAR-PCT = FUNCTION NUMVAL (WS-PARAM-TEXT)
           END-IF
           MOVE SPACES TO WS-PARAM-TEXT
           ACCEPT WS-PARAM-TEXT FROM ENVIRONMENT "LTR_WINDOW_DAYS"
           IF WS-PARAM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM-TEXT) = 0
              COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL (WS-PARAM-TEXT)
           END-IF
           IF WS-WINDOW-DAYS < 1
              MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           IF WS-NEAR-PCT > 99
              MOVE 99 TO WS-NEAR-PCT
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED =
              WS-THRESHOLD * WS-NEAR-PCT / 100

           MOVE WS-REPORT-DATE TO WS-BASE-DATE
           COMPUTE WS-DAYS-TO-ADD = 1 - WS-WINDOW-DAYS
           MOVE "Y" TO WS-BUSINESS-DAY-FLAG
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                   WS-BUSINESS-DAY-FLAG,
                                   WS-STEP-DATE, WS-DATE-VALID
           IF NOT WS-DATE-IS-VALID
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: invalid report date " WS-REPORT-DATE
              ELSE
                 DISPLAY "ERREUR: date de rapport invalide "
                         WS-REPORT-DATE
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-STEP-DATE TO WS-WINDOW-START

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "large_trans_report-" DELIMITED BY SIZE
                  WS-REPORT-DATE        DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           MOVE SPACES TO WS-REGULATORY-FILENAME
           STRING "large_trans-"  DELIMITED BY SIZE
                  WS-REPORT-DATE  DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-REGULATORY-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Large transactions: " WS-REPORT-DATE
                      " (window from " WS-WINDOW-START ") ==="
           ELSE
              DISPLAY "=== Operations importantes: " WS-REPORT-DATE
                      " (fenetre depuis " WS-WINDOW-START ") ==="
           END-IF

           PERFORM LOAD-ENTITY-MASTER
           PERFORM LOAD-FILING-REGISTER

           MOVE WS-WINDOW-START TO WS-SCAN-DATE
           PERFORM SCAN-ONE-DAY
              UNTIL WS-SCAN-DATE > WS-REPORT-DATE
                 OR WS-SCAN-GUARD > 60

           PERFORM ASSIGN-LARGE-REF
              VARYING WS-LRG-IDX FROM 1 BY 1
              UNTIL WS-LRG-IDX > WS-LRG-USED
           PERFORM ASSIGN-AGGREGATE-REF
              VARYING WS-AGG-IDX FROM 1 BY 1
              UNTIL WS-AGG-IDX > WS-AGG-USED

           PERFORM WRITE-REGULATORY-FILE
           PERFORM WRITE-REVIEW-LISTING

           IF WS-LOCALE-EN
              DISPLAY "Days read: " WS-DAYS-READ
              DISPLAY "Transactions at or above threshold: "
                      WS-LRG-USED
              DISPLAY "Suspected split amounts: " WS-FLAGGED-COUNT
              DISPLAY "New filing references: " WS-FLG-NEW-COUNT
              DISPLAY "Regulatory file "
                      FUNCTION TRIM (WS-REGULATORY-FILENAME)
                      ", listing "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Journees lues: " WS-DAYS-READ
              DISPLAY "Operations au-dela du seuil: " WS-LRG-USED
              DISPLAY "Fractionnements suspects: " WS-FLAGGED-COUNT
              DISPLAY "Nouvelles references de declaration: "
                      WS-FLG-NEW-COUNT
              DISPLAY "Fichier reglementaire "
                      FUNCTION TRIM (WS-REGULATORY-FILENAME)
                      ", liste "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           IF WS-LRG-DROPPED > 0 OR WS-AGG-DROPPED > 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: tables full - "
                         WS-LRG-DROPPED " large items and "
                         WS-AGG-DROPPED " aggregates not reported"
              ELSE
                 DISPLAY "ERREUR: tables pleines - "
                         WS-LRG-DROPPED " operations et "
                         WS-AGG-DROPPED " cumuls non declares"
              END-IF
              MOVE "SEVERE" TO WS-ALERT-SEVERITY
              MOVE "DECLARATION INCOMPLETE: TABLES PLEINES"
                 TO WS-ALERT-TEXT
              CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                      WS-ALERT-SEVERITY,
                                      WS-ALERT-TEXT
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              IF WS-LRG-USED > 0 OR WS-FLAGGED-COUNT > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
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
              MOVE ENT-CURRENCY TO WS-ENT-TBL-CCY (WS-ENT-USED)
           END-IF
           PERFORM READ-ENTITY-RECORD.

       FIND-ENTITY.
           IF WS-ENT-TBL-CODE (WS-ENT-IDX) = CALC-REC-ENTITY
              SET WS-ENT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ENT-IDX
           END-IF.

       LOAD-FILING-REGISTER.
           MOVE "N" TO WS-FILING-EOF-FLAG
           OPEN INPUT FILING-FILE
           IF WS-FILING-STATUS = "00"
              PERFORM READ-FILING-RECORD
              PERFORM LOAD-ONE-FILING UNTIL WS-FILING-EOF
              CLOSE FILING-FILE
           END-IF.

       READ-FILING-RECORD.
           READ FILING-FILE
              AT END
                 SET WS-FILING-EOF TO TRUE
           END-READ.

       LOAD-ONE-FILING.
           IF FLG-DATE = WS-REPORT-DATE
              AND WS-FLG-USED < WS-FLG-MAX
              ADD 1 TO WS-FLG-USED
              MOVE FLG-REF  TO WS-FLG-TBL-REF (WS-FLG-USED)
              MOVE FLG-TYPE TO WS-FLG-TBL-TYPE (WS-FLG-USED)
              MOVE FLG-KEY  TO WS-FLG-TBL-KEY (WS-FLG-USED)
              IF FLG-REF (11:6) NUMERIC
                 AND FLG-REF (11:6) > WS-FLG-LAST-SEQ
                 MOVE FLG-REF (11:6) TO WS-FLG-LAST-SEQ
              END-IF
           END-IF
           PERFORM READ-FILING-RECORD.

       LOOKUP-FILING-REF.
           MOVE "N" TO WS-FILING-EOF-FLAG
           OPEN INPUT FILING-FILE
           IF WS-FILING-STATUS = "00"
              PERFORM READ-FILING-RECORD
              PERFORM SHOW-ONE-FILING UNTIL WS-FILING-EOF
              CLOSE FILING-FILE
           END-IF
           IF NOT WS-LOOKUP-FOUND
              IF WS-LOCALE-EN
                 DISPLAY "Filing reference " WS-LOOKUP-REF
                         " not found"
              ELSE
                 DISPLAY "Reference de declaration " WS-LOOKUP-REF
                         " introuvable"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       SHOW-ONE-FILING.
           IF FLG-REF = WS-LOOKUP-REF
              SET WS-LOOKUP-FOUND TO TRUE
              EVALUATE FLG-KIND
                 WHEN "T"
                    MOVE "OPER." TO WS-KIND-TEXT
                 WHEN "U"
                    MOVE "USAGER" TO WS-KIND-TEXT
                 WHEN OTHER
                    MOVE "COMPTE" TO WS-KIND-TEXT
              END-EVALUATE
              IF WS-LOCALE-EN
                 DISPLAY "Reference : " FLG-REF
                 DISPLAY "Day       : " FLG-DATE "  type " FLG-TYPE
                 DISPLAY "Subject   : " WS-KIND-TEXT " "
                         FUNCTION TRIM (FLG-SUBJECT)
                         "  entity " FLG-ENTITY
                 DISPLAY "Amount    : " FUNCTION TRIM (FLG-AMOUNT)
                         " " FLG-CURRENCY "  items " FLG-COUNT
              ELSE
                 DISPLAY "Reference : " FLG-REF
                 DISPLAY "Journee   : " FLG-DATE "  type " FLG-TYPE
                 DISPLAY "Sujet     : " WS-KIND-TEXT " "
                         FUNCTION TRIM (FLG-SUBJECT)
                         "  entite " FLG-ENTITY
                 DISPLAY "Montant   : " FUNCTION TRIM (FLG-AMOUNT)
                         " " FLG-CURRENCY "  operations " FLG-COUNT
              END-IF
           END-IF
           PERFORM READ-FILING-RECORD.

       SCAN-ONE-DAY.
           ADD 1 TO WS-SCAN-GUARD
           IF WS-SCAN-DATE = WS-REPORT-DATE
              SET WS-REC-TODAY TO TRUE
           ELSE
              MOVE "N" TO WS-REC-TODAY-FLAG
           END-IF
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"      DELIMITED BY SIZE
                  WS-SCAN-DATE  DELIMITED BY SIZE
                  ".log"        DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-DAYS-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM TALLY-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF

           MOVE WS-SCAN-DATE TO WS-BASE-DATE
           MOVE 1 TO WS-DAYS-TO-ADD
           MOVE "N" TO WS-BUSINESS-DAY-FLAG
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                   WS-BUSINESS-DAY-FLAG,
                                   WS-STEP-DATE, WS-DATE-VALID
           MOVE WS-STEP-DATE TO WS-SCAN-DATE.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

      * Only records posted cleanly count, the same rule the
      * settlement run applies.  The amount is the entity-currency
      * conversion MAIN stored with the result.
       TALLY-AUDIT-RECORD.
           IF CALC-REC-STATUS = 0
              COMPUTE WS-REC-AMOUNT =
                 FUNCTION ABS (CALC-REC-CONVERTED)
              MOVE "N" TO WS-ENT-FOUND-FLAG
              PERFORM FIND-ENTITY VARYING WS-ENT-IDX FROM 1 BY 1
                 UNTIL WS-ENT-IDX > WS-ENT-USED OR WS-ENT-FOUND
              IF WS-ENT-FOUND
                 MOVE WS-ENT-TBL-CCY (WS-ENT-IDX) TO WS-REC-CCY
              ELSE
                 MOVE CALC-REC-CURRENCY TO WS-REC-CCY
              END-IF
              IF WS-REC-AMOUNT >= WS-THRESHOLD
                 IF WS-REC-TODAY
                    PERFORM NOTE-LARGE-ITEM
                 END-IF
              ELSE
                 MOVE "U" TO WS-REC-KIND
                 MOVE CALC-REC-USER TO WS-REC-SUBJECT
                 PERFORM ADD-TO-AGGREGATE
                 IF CALC-REC-ACCOUNT NOT = SPACES
                    MOVE "A" TO WS-REC-KIND
                    MOVE CALC-REC-ACCOUNT TO WS-REC-SUBJECT
                    PERFORM ADD-TO-AGGREGATE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       NOTE-LARGE-ITEM.
           IF WS-LRG-USED >= WS-LRG-MAX
              ADD 1 TO WS-LRG-DROPPED
           ELSE
              ADD 1 TO WS-LRG-USED
              MOVE CALC-REC-TRANS-ID TO WS-LRG-TRANS-ID (WS-LRG-USED)
              MOVE CALC-REC-USER TO WS-LRG-USER (WS-LRG-USED)
              MOVE CALC-REC-ACCOUNT TO WS-LRG-ACCOUNT (WS-LRG-USED)
              MOVE CALC-REC-DEPARTMENT TO WS-LRG-DEPT (WS-LRG-USED)
              MOVE CALC-REC-ENTITY TO WS-LRG-ENTITY (WS-LRG-USED)
              MOVE WS-REC-CCY TO WS-LRG-CCY (WS-LRG-USED)
              MOVE CALC-REC-CONVERTED TO WS-LRG-AMOUNT (WS-LRG-USED)
              MOVE SPACES TO WS-LRG-REF (WS-LRG-USED)
           END-IF.

       ADD-TO-AGGREGATE.
           MOVE "N" TO WS-AGG-FOUND-FLAG
           PERFORM FIND-AGGREGATE VARYING WS-AGG-IDX FROM 1 BY 1
              UNTIL WS-AGG-IDX > WS-AGG-USED OR WS-AGG-FOUND
           IF NOT WS-AGG-FOUND
              IF WS-AGG-USED >= WS-AGG-MAX
                 ADD 1 TO WS-AGG-DROPPED
              ELSE
                 ADD 1 TO WS-AGG-USED
                 MOVE WS-AGG-USED TO WS-AGG-IDX
                 SET WS-AGG-FOUND TO TRUE
                 MOVE WS-REC-KIND TO WS-AGG-KIND (WS-AGG-IDX)
                 MOVE CALC-REC-ENTITY TO WS-AGG-ENTITY (WS-AGG-IDX)
                 MOVE WS-REC-SUBJECT TO WS-AGG-SUBJECT (WS-AGG-IDX)
                 MOVE WS-REC-CCY TO WS-AGG-CCY (WS-AGG-IDX)
                 MOVE 0 TO WS-AGG-DAY-COUNT (WS-AGG-IDX)
                 MOVE 0 TO WS-AGG-DAY-NEAR (WS-AGG-IDX)
                 MOVE 0 TO WS-AGG-DAY-TOTAL (WS-AGG-IDX)
                 MOVE 0 TO WS-AGG-WIN-COUNT (WS-AGG-IDX)
                 MOVE 0 TO WS-AGG-WIN-NEAR (WS-AGG-IDX)
                 MOVE 0 TO WS-AGG-WIN-TOTAL (WS-AGG-IDX)
                 MOVE SPACES TO WS-AGG-TYPE (WS-AGG-IDX)
                 MOVE SPACES TO WS-AGG-REF (WS-AGG-IDX)
              END-IF
           END-IF
           IF WS-AGG-FOUND
              ADD 1 TO WS-AGG-WIN-COUNT (WS-AGG-IDX)
              ADD WS-REC-AMOUNT TO WS-AGG-WIN-TOTAL (WS-AGG-IDX)
              IF WS-REC-AMOUNT >= WS-NEAR-FLOOR
                 ADD 1 TO WS-AGG-WIN-NEAR (WS-AGG-IDX)
              END-IF
              IF WS-REC-TODAY
                 ADD 1 TO WS-AGG-DAY-COUNT (WS-AGG-IDX)
                 ADD WS-REC-AMOUNT TO WS-AGG-DAY-TOTAL (WS-AGG-IDX)
                 IF WS-REC-AMOUNT >= WS-NEAR-FLOOR
                    ADD 1 TO WS-AGG-DAY-NEAR (WS-AGG-IDX)
                 END-IF
              END-IF
           END-IF.

       FIND-AGGREGATE.
           IF WS-AGG-KIND (WS-AGG-IDX) = WS-REC-KIND
              AND WS-AGG-ENTITY (WS-AGG-IDX) = CALC-REC-ENTITY
              AND WS-AGG-SUBJECT (WS-AGG-IDX) = WS-REC-SUBJECT
              SET WS-AGG-FOUND TO TRUE
              SUBTRACT 1 FROM WS-AGG-IDX
           END-IF.

       ASSIGN-LARGE-REF.
           MOVE "LT" TO WS-WANT-TYPE
           MOVE "T" TO WS-WANT-KIND
           MOVE WS-LRG-ENTITY (WS-LRG-IDX) TO WS-WANT-ENTITY
           MOVE WS-LRG-TRANS-ID (WS-LRG-IDX) TO WS-WANT-SUBJECT
           MOVE WS-LRG-CCY (WS-LRG-IDX) TO WS-WANT-CCY
           MOVE WS-LRG-AMOUNT (WS-LRG-IDX) TO WS-WANT-AMOUNT
           MOVE 1 TO WS-WANT-COUNT
           PERFORM OBTAIN-FILING-REF
           MOVE WS-WANT-REF TO WS-LRG-REF (WS-LRG-IDX).

      * Several amounts under the threshold that together reach it,
      * with at least two of them in the band just below, are what
      * a split payment looks like.  The day is checked first; the
      * window catches the same pattern spread over several days.
       ASSIGN-AGGREGATE-REF.
           IF WS-AGG-DAY-NEAR (WS-AGG-IDX) >= 2
              AND WS-AGG-DAY-TOTAL (WS-AGG-IDX) >= WS-THRESHOLD
              MOVE "SJ" TO WS-AGG-TYPE (WS-AGG-IDX)
              MOVE WS-AGG-DAY-TOTAL (WS-AGG-IDX) TO WS-WANT-AMOUNT
              MOVE WS-AGG-DAY-COUNT (WS-AGG-IDX) TO WS-WANT-COUNT
           ELSE
              IF WS-AGG-WIN-NEAR (WS-AGG-IDX) >= 2
                 AND WS-AGG-WIN-TOTAL (WS-AGG-IDX) >= WS-THRESHOLD
                 AND WS-AGG-DAY-COUNT (WS-AGG-IDX) > 0
                 MOVE "SF" TO WS-AGG-TYPE (WS-AGG-IDX)
                 MOVE WS-AGG-WIN-TOTAL (WS-AGG-IDX) TO WS-WANT-AMOUNT
                 MOVE WS-AGG-WIN-COUNT (WS-AGG-IDX) TO WS-WANT-COUNT
              END-IF
           END-IF
           IF WS-AGG-TYPE (WS-AGG-IDX) NOT = SPACES
              ADD 1 TO WS-FLAGGED-COUNT
              MOVE WS-AGG-TYPE (WS-AGG-IDX) TO WS-WANT-TYPE
              MOVE WS-AGG-KIND (WS-AGG-IDX) TO WS-WANT-KIND
              MOVE WS-AGG-ENTITY (WS-AGG-IDX) TO WS-WANT-ENTITY
              MOVE WS-AGG-SUBJECT (WS-AGG-IDX) TO WS-WANT-SUBJECT
              MOVE WS-AGG-CCY (WS-AGG-IDX) TO WS-WANT-CCY
              PERFORM OBTAIN-FILING-REF
              MOVE WS-WANT-REF TO WS-AGG-REF (WS-AGG-IDX)
              PERFORM RAISE-SPLIT-ALERT
           END-IF.

       OBTAIN-FILING-REF.
           MOVE "N" TO WS-FLG-FOUND-FLAG
           PERFORM FIND-FILING VARYING WS-FLG-IDX FROM 1 BY 1
              UNTIL WS-FLG-IDX > WS-FLG-USED OR WS-FLG-FOUND
           IF WS-FLG-FOUND
              MOVE WS-FLG-TBL-REF (WS-FLG-IDX) TO WS-WANT-REF
           ELSE
              ADD 1 TO WS-FLG-LAST-SEQ
              MOVE WS-REPORT-DATE TO WS-NEW-REF-DATE
              MOVE WS-FLG-LAST-SEQ TO WS-NEW-REF-SEQ
              MOVE WS-NEW-REF TO WS-WANT-REF
              PERFORM APPEND-FILING-RECORD
              IF WS-FLG-USED < WS-FLG-MAX
                 ADD 1 TO WS-FLG-USED
                 MOVE WS-WANT-REF TO WS-FLG-TBL-REF (WS-FLG-USED)
                 MOVE WS-WANT-TYPE TO WS-FLG-TBL-TYPE (WS-FLG-USED)
                 MOVE WS-WANT-KEY TO WS-FLG-TBL-KEY (WS-FLG-USED)
              END-IF
           END-IF.

       FIND-FILING.
           IF WS-FLG-TBL-TYPE (WS-FLG-IDX) = WS-WANT-TYPE
              AND WS-FLG-TBL-KEY (WS-FLG-IDX) = WS-WANT-KEY
              SET WS-FLG-FOUND TO TRUE
              SUBTRACT 1 FROM WS-FLG-IDX
           END-IF.

       APPEND-FILING-RECORD.
           OPEN EXTEND FILING-FILE
           IF WS-FILING-STATUS = "35"
              OPEN OUTPUT FILING-FILE
           END-IF
           IF WS-FILING-STATUS = "00"
              MOVE SPACES TO FILING-RECORD
              MOVE WS-WANT-REF TO FLG-REF
              MOVE WS-REPORT-DATE TO FLG-DATE
              MOVE WS-WANT-TYPE TO FLG-TYPE
              MOVE WS-WANT-KEY TO FLG-KEY
              MOVE WS-WANT-CCY TO FLG-CURRENCY
              MOVE WS-WANT-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO FLG-AMOUNT
              MOVE WS-WANT-COUNT TO FLG-COUNT
              WRITE FILING-RECORD
              CLOSE FILING-FILE
              ADD 1 TO WS-FLG-NEW-COUNT
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: filing register not writable - "
                         "reference " WS-WANT-REF " not recorded"
              ELSE
                 DISPLAY "ERREUR: registre des declarations non "
                         "accessible - reference " WS-WANT-REF
                         " non enregistree"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       RAISE-SPLIT-ALERT.
           MOVE "WARN" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "FRACTIONNEMENT SUSPECT "     DELIMITED BY SIZE
                  WS-AGG-TYPE (WS-AGG-IDX)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AGG-SUBJECT (WS-AGG-IDX))
                                                DELIMITED BY SIZE
                  " REF "                       DELIMITED BY SIZE
                  WS-AGG-REF (WS-AGG-IDX)       DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
           END-STRING
           CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                   WS-ALERT-SEVERITY,
                                   WS-ALERT-TEXT.

      * Numbered like every other outbound interface, so a file the
      * regulator never received shows up as a gap in the register.
       WRITE-REGULATORY-FILE.
           OPEN OUTPUT REGULATORY-FILE
           CALL "SEQ_REGISTER" USING WS-IFACE-NAME, WS-IFACE-SEQ
           MOVE WS-IFACE-SEQ TO WS-REGH-SEQ
           MOVE WS-REPORT-DATE TO WS-REGH-DATE
           MOVE WS-THRESHOLD TO WS-REGH-THRESHOLD
           MOVE WS-WINDOW-DAYS TO WS-REGH-WINDOW
           MOVE WS-REG-HEADER TO REGULATORY-RECORD
           WRITE REGULATORY-RECORD

           PERFORM WRITE-LARGE-DETAIL
              VARYING WS-LRG-IDX FROM 1 BY 1
              UNTIL WS-LRG-IDX > WS-LRG-USED
           PERFORM WRITE-AGGREGATE-DETAIL
              VARYING WS-AGG-IDX FROM 1 BY 1
              UNTIL WS-AGG-IDX > WS-AGG-USED

           MOVE WS-FILED-COUNT TO WS-REGT-COUNT
           MOVE WS-FILED-TOTAL TO WS-REGT-TOTAL
           MOVE WS-REG-TRAILER TO REGULATORY-RECORD
           WRITE REGULATORY-RECORD
           CLOSE REGULATORY-FILE
           MOVE WS-REGULATORY-FILENAME TO WS-IFACE-REG-NAME
           CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME,
                WS-IFACE-SEQ, WS-IFACE-REG-NAME.

       WRITE-LARGE-DETAIL.
           MOVE WS-LRG-REF (WS-LRG-IDX) TO WS-REGD-REF
           MOVE "LT" TO WS-REGD-KIND
           MOVE WS-REPORT-DATE TO WS-REGD-DATE
           MOVE WS-LRG-ENTITY (WS-LRG-IDX) TO WS-REGD-ENTITY
           MOVE WS-LRG-CCY (WS-LRG-IDX) TO WS-REGD-CCY
           MOVE WS-LRG-AMOUNT (WS-LRG-IDX) TO WS-REC-AMOUNT
           PERFORM SET-DETAIL-AMOUNT
           MOVE 1 TO WS-REGD-COUNT
           MOVE WS-LRG-TRANS-ID (WS-LRG-IDX) TO WS-REGD-TRANS-ID
           MOVE WS-LRG-USER (WS-LRG-IDX) TO WS-REGD-USER
           MOVE WS-LRG-ACCOUNT (WS-LRG-IDX) TO WS-REGD-ACCOUNT
           MOVE WS-LRG-DEPT (WS-LRG-IDX) TO WS-REGD-DEPT
           MOVE WS-REG-DETAIL TO REGULATORY-RECORD
           WRITE REGULATORY-RECORD.

       WRITE-AGGREGATE-DETAIL.
           IF WS-AGG-TYPE (WS-AGG-IDX) NOT = SPACES
              MOVE WS-AGG-REF (WS-AGG-IDX) TO WS-REGD-REF
              MOVE WS-AGG-TYPE (WS-AGG-IDX) TO WS-REGD-KIND
              MOVE WS-REPORT-DATE TO WS-REGD-DATE
              MOVE WS-AGG-ENTITY (WS-AGG-IDX) TO WS-REGD-ENTITY
              MOVE WS-AGG-CCY (WS-AGG-IDX) TO WS-REGD-CCY
              MOVE SPACES TO WS-REGD-TRANS-ID
              MOVE SPACES TO WS-REGD-USER
              MOVE SPACES TO WS-REGD-ACCOUNT
              MOVE SPACES TO WS-REGD-DEPT
              IF WS-AGG-BY-USER (WS-AGG-IDX)
                 MOVE WS-AGG-SUBJECT (WS-AGG-IDX) TO WS-REGD-USER
              ELSE
                 MOVE WS-AGG-SUBJECT (WS-AGG-IDX) TO WS-REGD-ACCOUNT
              END-IF
              IF WS-AGG-TYPE (WS-AGG-IDX) = "SJ"
                 MOVE WS-AGG-DAY-TOTAL (WS-AGG-IDX) TO WS-REC-AMOUNT
                 MOVE WS-AGG-DAY-COUNT (WS-AGG-IDX) TO WS-REGD-COUNT
              ELSE
                 MOVE WS-AGG-WIN-TOTAL (WS-AGG-IDX) TO WS-REC-AMOUNT
                 MOVE WS-AGG-WIN-COUNT (WS-AGG-IDX) TO WS-REGD-COUNT
              END-IF
              PERFORM SET-DETAIL-AMOUNT
              MOVE WS-REG-DETAIL TO REGULATORY-RECORD
              WRITE REGULATORY-RECORD
           END-IF.

       SET-DETAIL-AMOUNT.
           IF WS-REC-AMOUNT < 0
              MOVE "-" TO WS-REGD-SIGN
           ELSE
              MOVE "+" TO WS-REGD-SIGN
           END-IF
           MOVE WS-REC-AMOUNT TO WS-REGD-AMOUNT
           ADD 1 TO WS-FILED-COUNT
           ADD WS-REGD-AMOUNT TO WS-FILED-TOTAL.

       WRITE-REVIEW-LISTING.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "OPERATIONS IMPORTANTES ET FRACTIONNEMENTS - "
                     DELIMITED BY SIZE
                  WS-REPORT-DATE              DELIMITED BY SIZE
                  "  SEUIL: "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-THRESHOLD-EDIT)
                                              DELIMITED BY SIZE
                  "  BANDE: "                 DELIMITED BY SIZE
                  WS-NEAR-PCT                 DELIMITED BY SIZE
                  "%  FENETRE: "              DELIMITED BY SIZE
                  WS-WINDOW-START             DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  WS-REPORT-DATE              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "OPERATIONS AU-DELA DU SEUIL" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCE        TRANSACTION  ENT DEV"
                     DELIMITED BY SIZE
                  "            MONTANT UTILISATEUR"
                     DELIMITED BY SIZE
                  "                    COMPTE     DEPARTEMENT"
                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-LARGE-LINE
              VARYING WS-LRG-IDX FROM 1 BY 1
              UNTIL WS-LRG-IDX > WS-LRG-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "CUMULS SOUS LE SEUIL PAR UTILISATEUR ET PAR COMPTE"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCE        TY SUJET   ENT "
                     DELIMITED BY SIZE
                  "NOM                            DEV  NB JOUR"
                     DELIMITED BY SIZE
                  "        TOTAL JOUR  NB FEN."
                     DELIMITED BY SIZE
                  "      TOTAL FENETRE"
                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-AGGREGATE-LINE
              VARYING WS-AGG-IDX FROM 1 BY 1
              UNTIL WS-AGG-IDX > WS-AGG-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "OPERATIONS DECLAREES: "     DELIMITED BY SIZE
                  WS-LRG-USED                  DELIMITED BY SIZE
                  "  FRACTIONNEMENTS SUSPECTS: " DELIMITED BY SIZE
                  WS-FLAGGED-COUNT             DELIMITED BY SIZE
                  "  FICHIER: "                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REGULATORY-FILENAME)
                                               DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       WRITE-LARGE-LINE.
           MOVE WS-LRG-AMOUNT (WS-LRG-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LRG-REF (WS-LRG-IDX)      DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LRG-TRANS-ID (WS-LRG-IDX) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LRG-ENTITY (WS-LRG-IDX)   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LRG-CCY (WS-LRG-IDX)      DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-AMOUNT-EDIT               DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LRG-USER (WS-LRG-IDX)     DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LRG-ACCOUNT (WS-LRG-IDX)  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LRG-DEPT (WS-LRG-IDX)     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * Every subject with amounts under the threshold in the
      * window is listed for the reviewer; a reference is shown only
      * where the pattern was filed.
       WRITE-AGGREGATE-LINE.
           IF WS-AGG-DAY-COUNT (WS-AGG-IDX) > 0
              OR WS-AGG-TYPE (WS-AGG-IDX) NOT = SPACES
              IF WS-AGG-BY-USER (WS-AGG-IDX)
                 MOVE "USAGER" TO WS-KIND-TEXT
              ELSE
                 MOVE "COMPTE" TO WS-KIND-TEXT
              END-IF
              MOVE WS-AGG-DAY-TOTAL (WS-AGG-IDX) TO WS-DAY-TOTAL-EDIT
              MOVE WS-AGG-WIN-TOTAL (WS-AGG-IDX) TO WS-WIN-TOTAL-EDIT
              MOVE SPACES TO REPORT-RECORD
              MOVE WS-AGG-REF (WS-AGG-IDX)     TO REPORT-RECORD (1:16)
              MOVE WS-AGG-TYPE (WS-AGG-IDX)    TO REPORT-RECORD (18:2)
              MOVE WS-KIND-TEXT                TO REPORT-RECORD (21:7)
              MOVE WS-AGG-ENTITY (WS-AGG-IDX)  TO REPORT-RECORD (29:3)
              MOVE WS-AGG-SUBJECT (WS-AGG-IDX) TO REPORT-RECORD (33:30)
              MOVE WS-AGG-CCY (WS-AGG-IDX)     TO REPORT-RECORD (64:3)
              MOVE WS-AGG-DAY-COUNT (WS-AGG-IDX)
                                               TO REPORT-RECORD (68:5)
              MOVE WS-DAY-TOTAL-EDIT           TO REPORT-RECORD (74:16)
              MOVE WS-AGG-WIN-COUNT (WS-AGG-IDX)
                                               TO REPORT-RECORD (92:5)
              MOVE WS-WIN-TOTAL-EDIT           TO REPORT-RECORD (98:16)
              WRITE REPORT-RECORD
           END-IF.

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

       END PROGRAM LARGE-TRANS-REPORT.
