       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-ALLOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT COA-FILE ASSIGN TO DYNAMIC WS-COA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per target of a shared-cost pool.  The pool is the
      * month's actual on the source department for the GL account
      * (**** for every account).  Driver P spreads by the percentage
      * on the line, driver H by the target's headcount on the user
      * profiles; all lines of one pool must use the same driver.
       FD RULES-FILE.
       01 RULES-RECORD.
          05 ALR-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 ALR-SOURCE-DEPT      PIC X(10).
          05 FILLER               PIC X(1).
          05 ALR-ACCOUNT          PIC X(4).
          05 FILLER               PIC X(1).
          05 ALR-TARGET-DEPT      PIC X(10).
          05 FILLER               PIC X(1).
          05 ALR-DRIVER           PIC X(1).
          05 FILLER               PIC X(1).
          05 ALR-PERCENT-TEXT     PIC X(6).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

       FD COA-FILE.
       01 COA-RECORD.
          05 COA-OPERATION        PIC X(1).
          05 FILLER               PIC X(1).
          05 COA-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 COA-TAX              PIC X(3).
          05 FILLER               PIC X(1).
          05 COA-ACCOUNT          PIC X(4).
          05 FILLER               PIC X(1).
          05 COA-COST-CENTER      PIC X(6).
          05 FILLER               PIC X(1).
          05 COA-CONTRA           PIC X(4).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

      * One line per pool allocated, so a month is never spread twice.
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
          05 ARG-MONTH            PIC X(6).
          05 FILLER               PIC X(1).
          05 ARG-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 ARG-SOURCE-DEPT      PIC X(10).
          05 FILLER               PIC X(1).
          05 ARG-ACCOUNT          PIC X(4).
          05 FILLER               PIC X(1).
          05 ARG-AMOUNT           PIC -(10)9.99.
          05 FILLER               PIC X(1).
          05 ARG-TIMESTAMP        PIC X(14).
          05 FILLER               PIC X(1).
          05 ARG-USER             PIC X(30).

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
       01 REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ALLOC-MONTH          PIC X(6).
       01 WS-BUSINESS-DATE        PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RULES-FILENAME       PIC X(100)  VALUE "alloc_rules.dat".
       01 WS-RULES-STATUS         PIC X(2).
       01 WS-RULES-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-RULES-EOF                     VALUE "Y".
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-COA-FILENAME         PIC X(100)  VALUE "coa_mapping.dat".
       01 WS-COA-STATUS           PIC X(2).
       01 WS-COA-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-COA-EOF                       VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "alloc_register.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-REGISTER-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REGISTER-EOF                  VALUE "Y".
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 100 TIMES.
             10 WS-RULE-POOL         PIC 9(3).
             10 WS-RULE-TARGET       PIC X(10).
             10 WS-RULE-PERCENT      PIC 9(3)V99.
             10 WS-RULE-HEADCOUNT    PIC 9(5).
             10 WS-RULE-AMOUNT       PIC S9(11)V99.
       01 WS-RULE-USED            PIC 9(3)    VALUE 0.
       01 WS-RULE-MAX             PIC 9(3)    VALUE 100.
       01 WS-RULE-IDX             PIC 9(3).
       01 WS-LAST-RULE            PIC 9(3).

      * One pool per entity, source department and account.
       01 WS-POOL-TABLE.
          05 WS-POOL-ENTRY OCCURS 50 TIMES.
             10 WS-POOL-ENT          PIC X(3).
             10 WS-POOL-SOURCE       PIC X(10).
             10 WS-POOL-ACCT         PIC X(4).
             10 WS-POOL-DRIVER       PIC X(1).
                88 WS-POOL-BY-PERCENT          VALUE "P".
                88 WS-POOL-BY-HEADCOUNT        VALUE "H".
             10 WS-POOL-AMOUNT       PIC S9(11)V99.
             10 WS-POOL-BASIS        PIC 9(5)V99.
             10 WS-POOL-TARGETS      PIC 9(3).
             10 WS-POOL-STATE        PIC X(1).
                88 WS-POOL-OK                  VALUE " ".
                88 WS-POOL-BAD-RULES           VALUE "R".
                88 WS-POOL-DONE-BEFORE         VALUE "D".
                88 WS-POOL-EMPTY               VALUE "E".
       01 WS-POOL-USED            PIC 9(3)    VALUE 0.
       01 WS-POOL-MAX             PIC 9(3)    VALUE 50.
       01 WS-POOL-IDX             PIC 9(3).
       01 WS-POOL-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-POOL-FOUND                    VALUE "Y".

       01 WS-HEAD-TABLE.
          05 WS-HEAD-ENTRY OCCURS 100 TIMES.
             10 WS-HEAD-DEPT         PIC X(10).
             10 WS-HEAD-COUNT        PIC 9(5).
       01 WS-HEAD-USED            PIC 9(3)    VALUE 0.
       01 WS-HEAD-MAX             PIC 9(3)    VALUE 100.
       01 WS-HEAD-IDX             PIC 9(3).
       01 WS-HEAD-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-HEAD-FOUND                    VALUE "Y".

       01 WS-COA-TABLE.
          05 WS-COA-ENTRY OCCURS 50 TIMES.
             10 WS-COA-OP            PIC X(1).
             10 WS-COA-ENT           PIC X(3).
             10 WS-COA-TAXC          PIC X(3).
             10 WS-COA-ACCT          PIC X(4).
       01 WS-COA-USED             PIC 9(2)    VALUE 0.
       01 WS-COA-MAX              PIC 9(2)    VALUE 50.
       01 WS-COA-IDX              PIC 9(2).
       01 WS-COA-LOADED-FLAG      PIC X(1)    VALUE "N".
          88 WS-COA-LOADED                    VALUE "Y".
       01 WS-COA-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-COA-FOUND                     VALUE "Y".
       01 WS-COA-REC-TAX          PIC X(3).
       01 WS-REC-ACCT             PIC X(4).

       01 WS-DAY-NUM              PIC 9(2).
       01 WS-DAY-DATE             PIC X(8).
       01 WS-DAYS-READ            PIC 9(2)    VALUE 0.

       01 WS-OVERRIDE-FLAG        PIC X(1)    VALUE "N".
          88 WS-OVERRIDE-REGISTER             VALUE "Y".
       01 WS-TIMESTAMP            PIC X(21).
       01 WS-RUN-USER             PIC X(30).

       01 WS-ALLOCATED            PIC S9(11)V99.
       01 WS-SHARE-AMOUNT         PIC S9(11)V99.
       01 WS-TRANSFER-DEPT        PIC X(10).
       01 WS-POOL-DEBITS          PIC S9(11)V99.
       01 WS-TOTAL-CREDITS        PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-DEBITS         PIC S9(13)V99 VALUE 0.
       01 WS-POSTED-POOLS         PIC 9(3)    VALUE 0.
       01 WS-SKIPPED-POOLS        PIC 9(3)    VALUE 0.
       01 WS-GENERATED-COUNT      PIC 9(5)    VALUE 0.
       01 WS-PERCENT-EDIT         PIC ZZ9.99.
       01 WS-COUNT-EDIT           PIC ZZZZ9.
       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-AMOUNT-EDIT-2        PIC -(12)9.99.
       01 WS-STATE-TEXT           PIC X(40).

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

           ACCEPT WS-ALLOC-MONTH FROM ENVIRONMENT "ALLOC_MONTH"
           IF WS-ALLOC-MONTH NOT NUMERIC OR WS-ALLOC-MONTH = SPACES
              CALL "BUSINESS_DATE" USING WS-BUSINESS-DATE,
                                         WS-DATE-SOURCE
              MOVE WS-BUSINESS-DATE (1:6) TO WS-ALLOC-MONTH
           END-IF

           ACCEPT WS-RULES-FILENAME FROM ENVIRONMENT "ALLOC_RULES"
           IF WS-RULES-FILENAME = SPACES
              MOVE "alloc_rules.dat" TO WS-RULES-FILENAME
           END-IF
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "TRANS_FILENAME"
           IF WS-TRANS-FILENAME = SPACES
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF
           ACCEPT WS-OVERRIDE-FLAG FROM ENVIRONMENT "ALLOC_OVERRIDE"
           IF NOT WS-OVERRIDE-REGISTER
              MOVE "N" TO WS-OVERRIDE-FLAG
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "alloc_report-"  DELIMITED BY SIZE
                  WS-ALLOC-MONTH   DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Shared-cost allocation: " WS-ALLOC-MONTH
                      " ==="
           ELSE
              DISPLAY "=== Ventilation des couts partages: "
                      WS-ALLOC-MONTH " ==="
           END-IF

           PERFORM LOAD-ALLOC-RULES
           IF WS-RULE-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "No allocation rules, nothing allocated"
              ELSE
                 DISPLAY "Aucune regle de ventilation, rien a "
                         "ventiler"
              END-IF
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-HEADCOUNTS
           PERFORM LOAD-COA-MAPPING
           PERFORM CHECK-POOL-RULES
              VARYING WS-POOL-IDX FROM 1 BY 1
              UNTIL WS-POOL-IDX > WS-POOL-USED
           PERFORM CHECK-ALLOC-REGISTER

           PERFORM TALLY-ONE-DAY VARYING WS-DAY-NUM FROM 1 BY 1
              UNTIL WS-DAY-NUM > 31

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
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM ALLOCATE-ONE-POOL
              VARYING WS-POOL-IDX FROM 1 BY 1
              UNTIL WS-POOL-IDX > WS-POOL-USED
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           CLOSE TRANS-FILE

           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT-2
           IF WS-LOCALE-EN
              DISPLAY "Audit days read: " WS-DAYS-READ
              DISPLAY "Pools allocated: " WS-POSTED-POOLS
                      "  skipped: " WS-SKIPPED-POOLS
              DISPLAY "Transfer transactions generated: "
                      WS-GENERATED-COUNT
              DISPLAY "Source credits: " WS-AMOUNT-EDIT
                      "  target debits: " WS-AMOUNT-EDIT-2
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Journees lues: " WS-DAYS-READ
              DISPLAY "Groupes ventiles: " WS-POSTED-POOLS
                      "  ecartes: " WS-SKIPPED-POOLS
              DISPLAY "Transactions de transfert generees: "
                      WS-GENERATED-COUNT
              DISPLAY "Credits source: " WS-AMOUNT-EDIT
                      "  debits cibles: " WS-AMOUNT-EDIT-2
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           IF WS-TOTAL-CREDITS NOT = WS-TOTAL-DEBITS
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-ALLOC-RULES.
           MOVE "N" TO WS-RULES-EOF-FLAG
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
              PERFORM READ-RULES-RECORD
              PERFORM LOAD-ONE-RULE UNTIL WS-RULES-EOF
              CLOSE RULES-FILE
           END-IF.

       READ-RULES-RECORD.
           READ RULES-FILE
              AT END
                 SET WS-RULES-EOF TO TRUE
           END-READ.

       LOAD-ONE-RULE.
           IF ALR-ENTITY NOT = SPACES
              AND ALR-SOURCE-DEPT NOT = SPACES
              AND ALR-TARGET-DEPT NOT = SPACES
              IF WS-RULE-USED >= WS-RULE-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              MOVE "N" TO WS-POOL-FOUND-FLAG
              PERFORM FIND-POOL VARYING WS-POOL-IDX FROM 1 BY 1
                 UNTIL WS-POOL-IDX > WS-POOL-USED OR WS-POOL-FOUND
              IF NOT WS-POOL-FOUND
                 IF WS-POOL-USED >= WS-POOL-MAX
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO WS-POOL-USED
                 MOVE WS-POOL-USED TO WS-POOL-IDX
                 MOVE ALR-ENTITY TO WS-POOL-ENT (WS-POOL-IDX)
                 MOVE ALR-SOURCE-DEPT TO WS-POOL-SOURCE (WS-POOL-IDX)
                 MOVE ALR-ACCOUNT TO WS-POOL-ACCT (WS-POOL-IDX)
                 MOVE ALR-DRIVER TO WS-POOL-DRIVER (WS-POOL-IDX)
                 MOVE 0 TO WS-POOL-AMOUNT (WS-POOL-IDX)
                 MOVE 0 TO WS-POOL-BASIS (WS-POOL-IDX)
                 MOVE 0 TO WS-POOL-TARGETS (WS-POOL-IDX)
                 MOVE SPACE TO WS-POOL-STATE (WS-POOL-IDX)
              END-IF
              ADD 1 TO WS-RULE-USED
              MOVE WS-POOL-IDX TO WS-RULE-POOL (WS-RULE-USED)
              MOVE ALR-TARGET-DEPT TO WS-RULE-TARGET (WS-RULE-USED)
              MOVE 0 TO WS-RULE-PERCENT (WS-RULE-USED)
              IF ALR-PERCENT-TEXT NOT = SPACES
                 COMPUTE WS-RULE-PERCENT (WS-RULE-USED) =
                    FUNCTION NUMVAL (ALR-PERCENT-TEXT)
              END-IF
              MOVE 0 TO WS-RULE-HEADCOUNT (WS-RULE-USED)
              MOVE 0 TO WS-RULE-AMOUNT (WS-RULE-USED)
              ADD 1 TO WS-POOL-TARGETS (WS-POOL-IDX)
              IF ALR-DRIVER NOT = WS-POOL-DRIVER (WS-POOL-IDX)
                 OR (ALR-DRIVER NOT = "P" AND ALR-DRIVER NOT = "H")
                 OR ALR-TARGET-DEPT = ALR-SOURCE-DEPT
                 SET WS-POOL-BAD-RULES (WS-POOL-IDX) TO TRUE
              END-IF
           END-IF
           PERFORM READ-RULES-RECORD.

       FIND-POOL.
           IF WS-POOL-ENT (WS-POOL-IDX) = ALR-ENTITY
              AND WS-POOL-SOURCE (WS-POOL-IDX) = ALR-SOURCE-DEPT
              AND WS-POOL-ACCT (WS-POOL-IDX) = ALR-ACCOUNT
              SET WS-POOL-FOUND TO TRUE
              SUBTRACT 1 FROM WS-POOL-IDX
           END-IF.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ERROR: allocation rules exceed table size - "
                      "run stopped"
           ELSE
              DISPLAY "ERREUR: regles de ventilation au-dela de la "
                      "table - traitement arrete"
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       LOAD-HEADCOUNTS.
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM COUNT-ONE-PROFILE UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-PROFILE-EOF TO TRUE
           END-READ.

       COUNT-ONE-PROFILE.
           IF PRF-USER-ID NOT = SPACES AND PRF-DEPARTMENT NOT = SPACES
              MOVE "N" TO WS-HEAD-FOUND-FLAG
              PERFORM FIND-HEAD-DEPT VARYING WS-HEAD-IDX FROM 1 BY 1
                 UNTIL WS-HEAD-IDX > WS-HEAD-USED OR WS-HEAD-FOUND
              IF WS-HEAD-FOUND
                 ADD 1 TO WS-HEAD-COUNT (WS-HEAD-IDX)
              ELSE
                 IF WS-HEAD-USED < WS-HEAD-MAX
                    ADD 1 TO WS-HEAD-USED
                    MOVE PRF-DEPARTMENT TO WS-HEAD-DEPT (WS-HEAD-USED)
                    MOVE 1 TO WS-HEAD-COUNT (WS-HEAD-USED)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-PROFILE-RECORD.

       FIND-HEAD-DEPT.
           IF WS-HEAD-DEPT (WS-HEAD-IDX) = PRF-DEPARTMENT
              SET WS-HEAD-FOUND TO TRUE
              SUBTRACT 1 FROM WS-HEAD-IDX
           END-IF.

      * Percentages of a pool must add up to exactly 100; headcount
      * pools need at least one head among the targets.  A pool that
      * fails is reported and left on its source department.
       CHECK-POOL-RULES.
           PERFORM ADD-RULE-BASIS
              VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-USED
           IF WS-POOL-OK (WS-POOL-IDX)
              IF WS-POOL-BY-PERCENT (WS-POOL-IDX)
                 AND WS-POOL-BASIS (WS-POOL-IDX) NOT = 100
                 SET WS-POOL-BAD-RULES (WS-POOL-IDX) TO TRUE
              END-IF
              IF WS-POOL-BY-HEADCOUNT (WS-POOL-IDX)
                 AND WS-POOL-BASIS (WS-POOL-IDX) = 0
                 SET WS-POOL-BAD-RULES (WS-POOL-IDX) TO TRUE
              END-IF
           END-IF
           IF WS-POOL-BAD-RULES (WS-POOL-IDX)
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: allocation rules for "
                         WS-POOL-ENT (WS-POOL-IDX) " "
                         WS-POOL-SOURCE (WS-POOL-IDX) " "
                         WS-POOL-ACCT (WS-POOL-IDX)
                         " are inconsistent - pool not allocated"
              ELSE
                 DISPLAY "ERREUR: regles de ventilation "
                         WS-POOL-ENT (WS-POOL-IDX) " "
                         WS-POOL-SOURCE (WS-POOL-IDX) " "
                         WS-POOL-ACCT (WS-POOL-IDX)
                         " incoherentes - groupe non ventile"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       ADD-RULE-BASIS.
           IF WS-RULE-POOL (WS-RULE-IDX) = WS-POOL-IDX
              IF WS-POOL-BY-HEADCOUNT (WS-POOL-IDX)
                 MOVE "N" TO WS-HEAD-FOUND-FLAG
                 PERFORM FIND-TARGET-HEADCOUNT
                    VARYING WS-HEAD-IDX FROM 1 BY 1
                    UNTIL WS-HEAD-IDX > WS-HEAD-USED OR WS-HEAD-FOUND
                 ADD WS-RULE-HEADCOUNT (WS-RULE-IDX)
                    TO WS-POOL-BASIS (WS-POOL-IDX)
              ELSE
                 ADD WS-RULE-PERCENT (WS-RULE-IDX)
                    TO WS-POOL-BASIS (WS-POOL-IDX)
              END-IF
           END-IF.

       FIND-TARGET-HEADCOUNT.
           IF WS-HEAD-DEPT (WS-HEAD-IDX) = WS-RULE-TARGET (WS-RULE-IDX)
              SET WS-HEAD-FOUND TO TRUE
              MOVE WS-HEAD-COUNT (WS-HEAD-IDX)
                 TO WS-RULE-HEADCOUNT (WS-RULE-IDX)
           END-IF.

       CHECK-ALLOC-REGISTER.
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
              PERFORM READ-REGISTER-RECORD
              PERFORM MATCH-REGISTER-RECORD UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
              AT END
                 SET WS-REGISTER-EOF TO TRUE
           END-READ.

       MATCH-REGISTER-RECORD.
           IF ARG-MONTH = WS-ALLOC-MONTH AND NOT WS-OVERRIDE-REGISTER
              MOVE "N" TO WS-POOL-FOUND-FLAG
              MOVE ARG-ENTITY TO ALR-ENTITY
              MOVE ARG-SOURCE-DEPT TO ALR-SOURCE-DEPT
              MOVE ARG-ACCOUNT TO ALR-ACCOUNT
              PERFORM FIND-POOL VARYING WS-POOL-IDX FROM 1 BY 1
                 UNTIL WS-POOL-IDX > WS-POOL-USED OR WS-POOL-FOUND
              IF WS-POOL-FOUND
                 AND WS-POOL-OK (WS-POOL-IDX)
                 SET WS-POOL-DONE-BEFORE (WS-POOL-IDX) TO TRUE
                 IF WS-LOCALE-EN
                    DISPLAY "WARNING: " ARG-ENTITY " "
                            ARG-SOURCE-DEPT " " ARG-ACCOUNT
                            " already allocated for "
                            WS-ALLOC-MONTH " - skipped"
                 ELSE
                    DISPLAY "AVERTISSEMENT: " ARG-ENTITY " "
                            ARG-SOURCE-DEPT " " ARG-ACCOUNT
                            " deja ventile pour "
                            WS-ALLOC-MONTH " - ecarte"
                 END-IF
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-REGISTER-RECORD.

      * Same mapping file and matching rules as the GL extract, so a
      * pool holds exactly what the ledger shows on the account.
       LOAD-COA-MAPPING.
           MOVE "N" TO WS-COA-EOF-FLAG
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS = "00"
              PERFORM READ-COA-RECORD
              PERFORM LOAD-ONE-COA UNTIL WS-COA-EOF
                 OR WS-COA-USED >= WS-COA-MAX
              CLOSE COA-FILE
              IF WS-COA-USED > 0
                 SET WS-COA-LOADED TO TRUE
              END-IF
           END-IF.

       READ-COA-RECORD.
           READ COA-FILE
              AT END
                 SET WS-COA-EOF TO TRUE
           END-READ.

       LOAD-ONE-COA.
           IF COA-OPERATION NOT = SPACES
              AND COA-ACCOUNT NOT = SPACES
              ADD 1 TO WS-COA-USED
              MOVE COA-OPERATION   TO WS-COA-OP (WS-COA-USED)
              MOVE COA-ENTITY      TO WS-COA-ENT (WS-COA-USED)
              MOVE COA-TAX         TO WS-COA-TAXC (WS-COA-USED)
              MOVE COA-ACCOUNT     TO WS-COA-ACCT (WS-COA-USED)
           END-IF
           PERFORM READ-COA-RECORD.

       LOOKUP-GL-ACCOUNT.
           IF WS-COA-LOADED
              MOVE "9999" TO WS-REC-ACCT
              MOVE "N" TO WS-COA-FOUND-FLAG
              MOVE CALC-REC-TAX-CODE TO WS-COA-REC-TAX
              IF WS-COA-REC-TAX = SPACES
                 OR WS-COA-REC-TAX = LOW-VALUES
                 MOVE "***" TO WS-COA-REC-TAX
              END-IF
              PERFORM MATCH-COA-ENTRY VARYING WS-COA-IDX FROM 1 BY 1
                 UNTIL WS-COA-IDX > WS-COA-USED OR WS-COA-FOUND
           ELSE
              EVALUATE CALC-REC-OPERATION
                 WHEN "A"
                    MOVE "4000" TO WS-REC-ACCT
                 WHEN "S"
                    MOVE "4010" TO WS-REC-ACCT
                 WHEN "M"
                    MOVE "4020" TO WS-REC-ACCT
                 WHEN "D"
                    MOVE "4030" TO WS-REC-ACCT
                 WHEN "F"
                    MOVE "4700" TO WS-REC-ACCT
                 WHEN "W"
                    MOVE "6580" TO WS-REC-ACCT
                 WHEN OTHER
                    MOVE "9999" TO WS-REC-ACCT
              END-EVALUATE
           END-IF.

       MATCH-COA-ENTRY.
           IF CALC-REC-OPERATION = WS-COA-OP (WS-COA-IDX)
              AND (WS-COA-ENT (WS-COA-IDX) = "***"
                   OR WS-COA-ENT (WS-COA-IDX) = CALC-REC-ENTITY)
              AND (WS-COA-TAXC (WS-COA-IDX) = "***"
                   OR WS-COA-TAXC (WS-COA-IDX) = WS-COA-REC-TAX)
              SET WS-COA-FOUND TO TRUE
              MOVE WS-COA-ACCT (WS-COA-IDX) TO WS-REC-ACCT
           END-IF.

       TALLY-ONE-DAY.
           MOVE SPACES TO WS-DAY-DATE
           STRING WS-ALLOC-MONTH DELIMITED BY SIZE
                  WS-DAY-NUM     DELIMITED BY SIZE
                  INTO WS-DAY-DATE
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"     DELIMITED BY SIZE
                  WS-DAY-DATE  DELIMITED BY SIZE
                  ".log"       DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-DAYS-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM TALLY-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       TALLY-AUDIT-RECORD.
           PERFORM LOOKUP-GL-ACCOUNT
           PERFORM ADD-TO-POOL VARYING WS-POOL-IDX FROM 1 BY 1
              UNTIL WS-POOL-IDX > WS-POOL-USED
           PERFORM READ-AUDIT-RECORD.

       ADD-TO-POOL.
           IF WS-POOL-ENT (WS-POOL-IDX) = CALC-REC-ENTITY
              AND WS-POOL-SOURCE (WS-POOL-IDX) = CALC-REC-DEPARTMENT
              AND (WS-POOL-ACCT (WS-POOL-IDX) = "****"
                   OR WS-POOL-ACCT (WS-POOL-IDX) = WS-REC-ACCT)
              ADD CALC-REC-RESULT TO WS-POOL-AMOUNT (WS-POOL-IDX)
           END-IF.

      * Each pool becomes one credit on the source department and one
      * debit per target, all subtraction lines so both signs can be
      * carried: the credit as 0 - amount, the debits as amount - 0.
      * The last target takes the rounding remainder, so the debits
      * always equal the credit to the cent.
       ALLOCATE-ONE-POOL.
           IF WS-POOL-OK (WS-POOL-IDX)
              AND WS-POOL-AMOUNT (WS-POOL-IDX) <= 0
              SET WS-POOL-EMPTY (WS-POOL-IDX) TO TRUE
           END-IF
           IF WS-POOL-OK (WS-POOL-IDX)
              MOVE 0 TO WS-LAST-RULE
              PERFORM FIND-LAST-RULE
                 VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-USED
              MOVE 0 TO WS-ALLOCATED
              PERFORM COMPUTE-RULE-SHARE
                 VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-USED
              MOVE WS-POOL-SOURCE (WS-POOL-IDX) TO WS-TRANSFER-DEPT
              MOVE 0 TO WS-SHARE-AMOUNT
              SUBTRACT WS-POOL-AMOUNT (WS-POOL-IDX)
                 FROM WS-SHARE-AMOUNT
              PERFORM WRITE-TRANSFER-LINE
              MOVE 0 TO WS-POOL-DEBITS
              PERFORM POST-RULE-SHARE
                 VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-USED
              ADD WS-POOL-AMOUNT (WS-POOL-IDX) TO WS-TOTAL-CREDITS
              ADD WS-POOL-DEBITS TO WS-TOTAL-DEBITS
              ADD 1 TO WS-POSTED-POOLS
              PERFORM APPEND-ALLOC-REGISTER
           ELSE
              ADD 1 TO WS-SKIPPED-POOLS
           END-IF
           PERFORM WRITE-POOL-REPORT.

       FIND-LAST-RULE.
           IF WS-RULE-POOL (WS-RULE-IDX) = WS-POOL-IDX
              MOVE WS-RULE-IDX TO WS-LAST-RULE
           END-IF.

       COMPUTE-RULE-SHARE.
           IF WS-RULE-POOL (WS-RULE-IDX) = WS-POOL-IDX
              IF WS-RULE-IDX = WS-LAST-RULE
                 COMPUTE WS-RULE-AMOUNT (WS-RULE-IDX) =
                    WS-POOL-AMOUNT (WS-POOL-IDX) - WS-ALLOCATED
              ELSE
                 IF WS-POOL-BY-HEADCOUNT (WS-POOL-IDX)
                    COMPUTE WS-RULE-AMOUNT (WS-RULE-IDX) ROUNDED =
                       WS-POOL-AMOUNT (WS-POOL-IDX)
                       * WS-RULE-HEADCOUNT (WS-RULE-IDX)
                       / WS-POOL-BASIS (WS-POOL-IDX)
                 ELSE
                    COMPUTE WS-RULE-AMOUNT (WS-RULE-IDX) ROUNDED =
                       WS-POOL-AMOUNT (WS-POOL-IDX)
                       * WS-RULE-PERCENT (WS-RULE-IDX) / 100
                 END-IF
                 ADD WS-RULE-AMOUNT (WS-RULE-IDX) TO WS-ALLOCATED
              END-IF
           END-IF.

       POST-RULE-SHARE.
           IF WS-RULE-POOL (WS-RULE-IDX) = WS-POOL-IDX
              AND WS-RULE-AMOUNT (WS-RULE-IDX) NOT = 0
              MOVE WS-RULE-TARGET (WS-RULE-IDX) TO WS-TRANSFER-DEPT
              MOVE WS-RULE-AMOUNT (WS-RULE-IDX) TO WS-SHARE-AMOUNT
              PERFORM WRITE-TRANSFER-LINE
              ADD WS-SHARE-AMOUNT TO WS-POOL-DEBITS
           END-IF.

      * The generated line rides the normal batch: CALCULATOR posts
      * it, FILE_HANDLER writes it and the audit trail carries it
      * under the department named on the line.
       WRITE-TRANSFER-LINE.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-TRANSFER-DEPT TO TRANS-DEPARTMENT
           IF WS-SHARE-AMOUNT < 0
              MOVE 0 TO TRANS-NUM1
              COMPUTE TRANS-NUM2 = 0 - WS-SHARE-AMOUNT
           ELSE
              MOVE WS-SHARE-AMOUNT TO TRANS-NUM1
              MOVE 0 TO TRANS-NUM2
           END-IF
           MOVE "S" TO TRANS-OPERATION
           MOVE WS-POOL-ENT (WS-POOL-IDX) TO TRANS-ENTITY
           WRITE TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT.

       APPEND-ALLOC-REGISTER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-RUN-USER
           ACCEPT WS-RUN-USER FROM ENVIRONMENT "APP_USER"
           IF WS-RUN-USER = SPACES
              ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS = "00"
              MOVE SPACES TO REGISTER-RECORD
              MOVE WS-ALLOC-MONTH TO ARG-MONTH
              MOVE WS-POOL-ENT (WS-POOL-IDX) TO ARG-ENTITY
              MOVE WS-POOL-SOURCE (WS-POOL-IDX) TO ARG-SOURCE-DEPT
              MOVE WS-POOL-ACCT (WS-POOL-IDX) TO ARG-ACCOUNT
              MOVE WS-POOL-AMOUNT (WS-POOL-IDX) TO ARG-AMOUNT
              MOVE WS-TIMESTAMP (1:14) TO ARG-TIMESTAMP
              MOVE WS-RUN-USER TO ARG-USER
              WRITE REGISTER-RECORD
              CLOSE REGISTER-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "VENTILATION DES COUTS PARTAGES - " DELIMITED BY SIZE
                  WS-ALLOC-MONTH                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * Source credit and target debits side by side for each pool;
      * the totals at the end prove the run moved cost and created
      * none.
       WRITE-POOL-REPORT.
           EVALUATE TRUE
              WHEN WS-POOL-BAD-RULES (WS-POOL-IDX)
                 MOVE "NON VENTILE - REGLES INCOHERENTES"
                    TO WS-STATE-TEXT
              WHEN WS-POOL-DONE-BEFORE (WS-POOL-IDX)
                 MOVE "NON VENTILE - DEJA VENTILE CE MOIS"
                    TO WS-STATE-TEXT
              WHEN WS-POOL-EMPTY (WS-POOL-IDX)
                 MOVE "NON VENTILE - RIEN A VENTILER"
                    TO WS-STATE-TEXT
              WHEN OTHER
                 MOVE "VENTILE" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE WS-POOL-AMOUNT (WS-POOL-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           STRING WS-POOL-ENT (WS-POOL-IDX)    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-POOL-SOURCE (WS-POOL-IDX) DELIMITED BY SIZE
                  " COMPTE "                   DELIMITED BY SIZE
                  WS-POOL-ACCT (WS-POOL-IDX)   DELIMITED BY SIZE
                  " CLE "                      DELIMITED BY SIZE
                  WS-POOL-DRIVER (WS-POOL-IDX) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STATE-TEXT) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  CREDIT SOURCE              " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                 DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-STATE-TEXT = "VENTILE"
              PERFORM WRITE-TARGET-LINE
                 VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-USED
              MOVE WS-POOL-DEBITS TO WS-AMOUNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "  TOTAL DEBITS CIBLES        " DELIMITED BY SIZE
                     WS-AMOUNT-EDIT                 DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              IF WS-POOL-DEBITS = WS-POOL-AMOUNT (WS-POOL-IDX)
                 MOVE "  EQUILIBRE" TO REPORT-RECORD (46:11)
              ELSE
                 MOVE "  ECART" TO REPORT-RECORD (46:7)
              END-IF
              WRITE REPORT-RECORD
           END-IF.

       WRITE-TARGET-LINE.
           IF WS-RULE-POOL (WS-RULE-IDX) = WS-POOL-IDX
              MOVE WS-RULE-AMOUNT (WS-RULE-IDX) TO WS-AMOUNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              IF WS-POOL-BY-HEADCOUNT (WS-POOL-IDX)
                 MOVE WS-RULE-HEADCOUNT (WS-RULE-IDX) TO WS-COUNT-EDIT
                 STRING "  DEBIT "                  DELIMITED BY SIZE
                        WS-RULE-TARGET (WS-RULE-IDX) DELIMITED BY SIZE
                        "  "                        DELIMITED BY SIZE
                        WS-COUNT-EDIT               DELIMITED BY SIZE
                        "P   "                      DELIMITED BY SIZE
                        WS-AMOUNT-EDIT              DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
              ELSE
                 MOVE WS-RULE-PERCENT (WS-RULE-IDX) TO WS-PERCENT-EDIT
                 STRING "  DEBIT "                  DELIMITED BY SIZE
                        WS-RULE-TARGET (WS-RULE-IDX) DELIMITED BY SIZE
                        " "                         DELIMITED BY SIZE
                        WS-PERCENT-EDIT             DELIMITED BY SIZE
                        "%   "                      DELIMITED BY SIZE
                        WS-AMOUNT-EDIT              DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
              END-IF
              WRITE REPORT-RECORD
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL CREDITS SOURCES        " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                 DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL DEBITS CIBLES          " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                 DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           IF WS-TOTAL-CREDITS = WS-TOTAL-DEBITS
              MOVE "  EQUILIBRE" TO REPORT-RECORD (46:11)
           ELSE
              MOVE "  ECART" TO REPORT-RECORD (46:7)
           END-IF
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

       END PROGRAM COST-ALLOC.
