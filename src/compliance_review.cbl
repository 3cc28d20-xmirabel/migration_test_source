       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLIANCE-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLIANCE-FILE
           ASSIGN TO DYNAMIC WS-COMPLIANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPLIANCE-STATUS.

           SELECT NEW-COMPLIANCE-FILE
           ASSIGN TO DYNAMIC WS-NEW-COMPLIANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-COMPLIANCE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT AUDIT-SCAN-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-SCAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLIANCE-FILE.
       01 COMPLIANCE-RECORD.
          05 CMP-STATE            PIC X(1).
             88 CMP-PENDING                  VALUE "P".
             88 CMP-RELEASED                 VALUE "R".
             88 CMP-CONFIRMED                VALUE "C".
          05 CMP-DATE             PIC 9(8).
          05 CMP-SCORE            PIC 9(3).
          05 CMP-SUBJECT-TYPE     PIC X(1).
          05 CMP-SUBJECT          PIC X(30).
          05 CMP-LISTED-ID        PIC X(13).
          05 CMP-LISTED-NAME      PIC X(40).
          05 CMP-DECIDED-BY       PIC X(30).
          05 CMP-DECIDED-AT       PIC X(14).
          05 CMP-CALC-DATA        PIC X(248).

       FD NEW-COMPLIANCE-FILE.
       01 NEW-COMPLIANCE-RECORD   PIC X(388).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).
             88 PRF-ROLE-SUPERVISOR          VALUE "S".

       FD AUDIT-SCAN-FILE.
       01 AUDIT-SCAN-RECORD.
          COPY CALCREC REPLACING ==CALC-REC-TRANS-ID== BY
             ==ASC-TRANS-ID== ==CALC-REC-DATE== BY ==ASC-DATE==
             ==CALC-REC-USER== BY ==ASC-USER==
             ==CALC-REC-OPERATION== BY ==ASC-OPERATION==
             ==CALC-REC-NUM1== BY ==ASC-NUM1==
             ==CALC-REC-NUM2== BY ==ASC-NUM2==
             ==CALC-REC-RESULT== BY ==ASC-RESULT==
             ==CALC-REC-STATUS== BY ==ASC-STATUS==
             ==CALC-REC-CURRENCY== BY ==ASC-CURRENCY==
             ==CALC-REC-CONVERTED== BY ==ASC-CONVERTED==
             ==CALC-REC-DEPARTMENT== BY ==ASC-DEPARTMENT==
             ==CALC-REC-FX-RATE== BY ==ASC-FX-RATE==
             ==CALC-REC-RATE-DATE== BY ==ASC-RATE-DATE==
             ==CALC-REC-ENTITY== BY ==ASC-ENTITY==
             ==CALC-REC-TAX-CODE== BY ==ASC-TAX-CODE==
             ==CALC-REC-RUN-ID== BY ==ASC-RUN-ID==
             ==CALC-REC-TAX-AMOUNT== BY ==ASC-TAX-AMOUNT==
             ==CALC-REC-ACCOUNT== BY ==ASC-ACCOUNT==
             ==CALC-REC-REF-ID== BY ==ASC-REF-ID==
             ==CALC-REC-GROUP-CCY== BY ==ASC-GROUP-CCY==
             ==CALC-REC-GROUP-CONV== BY ==ASC-GROUP-CONV==
             ==CALC-REC-GROUP-RATE== BY ==ASC-GROUP-RATE==
             ==CALC-REC-PPA-FLAG== BY ==ASC-PPA-FLAG==
             ==CALC-REC-ORIG-DATE== BY ==ASC-ORIG-DATE==
             ==CALC-REC-CHAIN-HASH== BY ==ASC-CHAIN-HASH==
             ==CALC-REC-CUST-RATE== BY ==ASC-CUST-RATE==
             ==CALC-REC-FX-MARGIN== BY ==ASC-FX-MARGIN==.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-COMPLIANCE-FILENAME  PIC X(100)
                                     VALUE "compliance_queue.dat".
       01 WS-COMPLIANCE-STATUS    PIC X(2).
       01 WS-COMPLIANCE-EOF-FLAG  PIC X(1)    VALUE "N".
          88 WS-COMPLIANCE-EOF                VALUE "Y".
       01 WS-NEW-COMPLIANCE-FILENAME PIC X(104)
                                     VALUE "compliance_queue.dat.new".
       01 WS-NEW-COMPLIANCE-STATUS PIC X(2).
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-POST-FILENAME        PIC X(100).
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-SCAN-STATUS    PIC X(2).
       01 WS-AUDIT-SCAN-EOF-FLAG  PIC X(1).
          88 WS-AUDIT-SCAN-EOF                VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-FH-CONTENT           PIC X(1000).
       01 WS-FH-STATUS            PIC 9(2).
       01 WS-FH-MODE              PIC X(1).
       01 WS-FH-MESSAGE           PIC X(40).
       01 WS-FH-FORMAT            PIC X(1)    VALUE "T".
       01 WS-FH-INDEX-FLAG        PIC X(1)    VALUE "N".
       01 WS-FH-INDEX-FILENAME    PIC X(100)  VALUE "output.idx".
       01 WS-FH-DRY-RUN           PIC X(1)    VALUE "N".
       01 WS-FH-NO-INDEX          PIC X(1)    VALUE "N".
       01 WS-CHAIN-SEEDED-FLAG    PIC X(1)    VALUE "N".
          88 WS-CHAIN-SEEDED                  VALUE "Y".
       01 WS-CHAIN-PREV           PIC 9(9)    VALUE 0.
       01 WS-CHAIN-WORK           PIC 9(18) COMP-5.
       01 WS-CHAIN-BYTE           PIC 9(5) COMP-5.
       01 WS-CHAIN-IDX            PIC 9(4) COMP-5.
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-USER-NAME            PIC X(30).
       01 WS-SUPERVISOR-FLAG      PIC X(1)    VALUE "N".
          88 WS-USER-IS-SUPERVISOR            VALUE "Y".
       01 WS-CMP-ACTION           PIC X(10)   VALUE SPACES.
          88 WS-ACTION-RELEASE                VALUE "RELEASE".
          88 WS-ACTION-CONFIRM                VALUE "CONFIRM".
          88 WS-ACTION-REPORT                 VALUE "REPORT".
          88 WS-ACTION-LIST                   VALUES "LIST", SPACES.
       01 WS-CMP-TRANS-ID         PIC X(12)   VALUE SPACES.
       01 WS-ID-CHECK-STATUS      PIC 9(2).
          88 WS-ID-CHECK-VALID                VALUE 0.
          88 WS-ID-CHECK-LEGACY               VALUE 4.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-REPORT-DATE          PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-FILE-PATTERN         PIC X(50)   VALUE "output".
       01 WS-TIMESTAMP            PIC X(21).

       01 WS-HELD-VIEW.
          COPY CALCREC.
       01 WS-RESULT-EDIT          PIC -(11)9.99.
       01 WS-DECISION-TEXT        PIC X(10).
       01 WS-SUBJECT-TEXT         PIC X(6).
       01 WS-PENDING-COUNT        PIC 9(5)    VALUE 0.
       01 WS-ACTIONED-COUNT       PIC 9(5)    VALUE 0.
       01 WS-DAY-HIT-COUNT        PIC 9(5)    VALUE 0.
       01 WS-DAY-RELEASED-COUNT   PIC 9(5)    VALUE 0.
       01 WS-DAY-CONFIRMED-COUNT  PIC 9(5)    VALUE 0.
       01 WS-DAY-PENDING-COUNT    PIC 9(5)    VALUE 0.
       01 WS-BACKLOG-COUNT        PIC 9(5)    VALUE 0.
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

           MOVE SPACES TO WS-USER-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF

           ACCEPT WS-CMP-ACTION FROM ENVIRONMENT "CMP_ACTION"
           ACCEPT WS-CMP-TRANS-ID FROM ENVIRONMENT "CMP_TRANS_ID"
           IF WS-CMP-TRANS-ID NOT = SPACES
              AND WS-CMP-TRANS-ID NOT = "ALL"
              PERFORM CHECK-KEYED-TRANS-ID
           END-IF
           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT "CMP_REPORT_DATE"
           IF WS-REPORT-DATE = SPACES OR WS-REPORT-DATE NOT NUMERIC
              MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF
           ACCEPT WS-FILE-PATTERN FROM ENVIRONMENT "OUTPUT_PATTERN"
           IF WS-FILE-PATTERN = SPACES
              MOVE "output" TO WS-FILE-PATTERN
           END-IF

           IF WS-ACTION-RELEASE OR WS-ACTION-CONFIRM
              PERFORM CHECK-SUPERVISOR-ROLE
              IF NOT WS-USER-IS-SUPERVISOR
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: " FUNCTION TRIM (WS-USER-NAME)
                            " is not a supervisor - release and "
                            "confirm are refused"
                 ELSE
                    DISPLAY "ERREUR: " FUNCTION TRIM (WS-USER-NAME)
                            " n'est pas superviseur - liberation "
                            "et confirmation refusees"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
                 MOVE WS-RETURN-CODE TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF WS-ACTION-REPORT
              PERFORM WRITE-SCREENING-REPORT
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT COMPLIANCE-FILE
           IF WS-COMPLIANCE-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "Compliance queue is empty or absent"
              ELSE
                 DISPLAY "File de conformite vide ou absente"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              IF WS-ACTION-LIST
                 PERFORM READ-COMPLIANCE-RECORD
                 PERFORM LIST-ONE-HIT UNTIL WS-COMPLIANCE-EOF
                 CLOSE COMPLIANCE-FILE
                 IF WS-LOCALE-EN
                    DISPLAY "Pending items: " WS-PENDING-COUNT
                 ELSE
                    DISPLAY "Elements en attente: " WS-PENDING-COUNT
                 END-IF
              ELSE
                 OPEN OUTPUT NEW-COMPLIANCE-FILE
                 PERFORM READ-COMPLIANCE-RECORD
                 PERFORM ACTION-ONE-HIT UNTIL WS-COMPLIANCE-EOF
                 CLOSE NEW-COMPLIANCE-FILE
                 CLOSE COMPLIANCE-FILE
                 MOVE SPACES TO WS-SHELL-CMD
                 STRING "mv -f " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-NEW-COMPLIANCE-FILENAME)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-COMPLIANCE-FILENAME)
                           DELIMITED BY SIZE
                        INTO WS-SHELL-CMD
                 END-STRING
                 CALL "SYSTEM" USING WS-SHELL-CMD
                     RETURNING WS-SHELL-RC
                 IF WS-LOCALE-EN
                    DISPLAY "Items actioned: " WS-ACTIONED-COUNT
                 ELSE
                    DISPLAY "Elements traites: " WS-ACTIONED-COUNT
                 END-IF
                 IF WS-ACTIONED-COUNT = 0
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       CHECK-SUPERVISOR-ROLE.
           MOVE "N" TO WS-SUPERVISOR-FLAG
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM MATCH-PROFILE-RECORD UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-PROFILE-EOF TO TRUE
           END-READ.

       MATCH-PROFILE-RECORD.
           IF PRF-USER-ID = WS-USER-NAME AND PRF-ROLE-SUPERVISOR
              SET WS-USER-IS-SUPERVISOR TO TRUE
           END-IF
           PERFORM READ-PROFILE-RECORD.

       READ-COMPLIANCE-RECORD.
           READ COMPLIANCE-FILE
              AT END
                 SET WS-COMPLIANCE-EOF TO TRUE
           END-READ.

       LIST-ONE-HIT.
           IF CMP-PENDING
              ADD 1 TO WS-PENDING-COUNT
              MOVE CMP-CALC-DATA TO WS-HELD-VIEW
              MOVE CALC-REC-RESULT TO WS-RESULT-EDIT
              DISPLAY "  " CALC-REC-TRANS-ID " " CMP-DATE " "
                      CMP-SCORE " " FUNCTION TRIM (CMP-SUBJECT)
                      " / " CMP-LISTED-ID " " WS-RESULT-EDIT " "
                      CALC-REC-CURRENCY
           END-IF
           PERFORM READ-COMPLIANCE-RECORD.

       ACTION-ONE-HIT.
           MOVE CMP-CALC-DATA TO WS-HELD-VIEW
           IF CMP-PENDING
              AND (WS-CMP-TRANS-ID = "ALL"
                   OR CALC-REC-TRANS-ID = WS-CMP-TRANS-ID)
              MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
              IF WS-ACTION-RELEASE
                 PERFORM POST-RELEASED-ITEM
                 IF WS-FH-STATUS = 0
                    SET CMP-RELEASED TO TRUE
                 END-IF
              ELSE
                 SET CMP-CONFIRMED TO TRUE
                 IF WS-LOCALE-EN
                    DISPLAY "CONFIRMED: " CALC-REC-TRANS-ID
                            " stays blocked"
                 ELSE
                    DISPLAY "CONFIRME: " CALC-REC-TRANS-ID
                            " reste bloque"
                 END-IF
              END-IF
              IF NOT CMP-PENDING
                 MOVE WS-USER-NAME TO CMP-DECIDED-BY
                 MOVE WS-TIMESTAMP (1:14) TO CMP-DECIDED-AT
                 ADD 1 TO WS-ACTIONED-COUNT
              END-IF
           END-IF
           MOVE COMPLIANCE-RECORD TO NEW-COMPLIANCE-RECORD
           WRITE NEW-COMPLIANCE-RECORD
           PERFORM READ-COMPLIANCE-RECORD.

      * A cleared hit is posted the way a released hold is: through
      * FILE_HANDLER on today's output file, with its audit record
      * chained onto the day's hash chain.
       POST-RELEASED-ITEM.
           ACCEPT WS-FH-INDEX-FLAG FROM ENVIRONMENT "INDEX_MODE"
           IF WS-FH-INDEX-FLAG NOT = "Y"
              MOVE "N" TO WS-FH-INDEX-FLAG
           END-IF
           MOVE SPACES TO WS-POST-FILENAME
           STRING FUNCTION TRIM (WS-FILE-PATTERN) DELIMITED BY SIZE
                  "-"                             DELIMITED BY SIZE
                  WS-RUN-DATE                     DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
                  INTO WS-POST-FILENAME
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"      DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  ".log"        DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME

           MOVE SPACES TO WS-FH-CONTENT
           MOVE WS-HELD-VIEW TO WS-FH-CONTENT
           MOVE "Q" TO WS-FH-MODE
           CALL "FILE_HANDLER" USING WS-POST-FILENAME, WS-FH-CONTENT,
                WS-FH-STATUS, WS-FH-MODE, WS-FH-MESSAGE,
                WS-FH-FORMAT, WS-FH-INDEX-FLAG,
                WS-FH-INDEX-FILENAME, WS-FH-DRY-RUN
           IF WS-FH-STATUS NOT = 0
              IF WS-LOCALE-EN
                 DISPLAY "Error: release of " CALC-REC-TRANS-ID
                         " not posted: " WS-FH-MESSAGE
              ELSE
                 DISPLAY "Erreur: liberation de " CALC-REC-TRANS-ID
                         " non comptabilisee: " WS-FH-MESSAGE
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM APPEND-CHAINED-AUDIT
              IF WS-LOCALE-EN
                 DISPLAY "RELEASED: " CALC-REC-TRANS-ID " by "
                         FUNCTION TRIM (WS-USER-NAME)
              ELSE
                 DISPLAY "LIBERE: " CALC-REC-TRANS-ID " par "
                         FUNCTION TRIM (WS-USER-NAME)
              END-IF
              MOVE 0 TO WS-FH-STATUS
           END-IF.

       APPEND-CHAINED-AUDIT.
           IF NOT WS-CHAIN-SEEDED
              PERFORM SEED-AUDIT-CHAIN
           END-IF
           MOVE WS-CHAIN-PREV TO WS-CHAIN-WORK
           PERFORM CHAIN-ONE-BYTE
              VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > 219
           IF WS-HELD-VIEW (229:20) NOT = SPACES
              PERFORM CHAIN-ONE-BYTE
                 VARYING WS-CHAIN-IDX FROM 229 BY 1
                 UNTIL WS-CHAIN-IDX > 248
           END-IF
           COMPUTE CALC-REC-CHAIN-HASH =
              FUNCTION MOD (WS-CHAIN-WORK, 999999937)
           MOVE CALC-REC-CHAIN-HASH TO WS-CHAIN-PREV

           MOVE SPACES TO WS-FH-CONTENT
           MOVE WS-HELD-VIEW TO WS-FH-CONTENT
           MOVE "Q" TO WS-FH-MODE
           CALL "FILE_HANDLER" USING WS-AUDIT-FILENAME, WS-FH-CONTENT,
                WS-FH-STATUS, WS-FH-MODE, WS-FH-MESSAGE,
                WS-FH-FORMAT, WS-FH-NO-INDEX, WS-FH-INDEX-FILENAME,
                WS-FH-DRY-RUN
           IF WS-FH-STATUS NOT = 0
              IF WS-LOCALE-EN
                 DISPLAY "Warning: release audit write failed for "
                         CALC-REC-TRANS-ID
              ELSE
                 DISPLAY "Avertissement: ecriture d'audit de "
                         "liberation en echec pour "
                         CALC-REC-TRANS-ID
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       CHAIN-ONE-BYTE.
           COMPUTE WS-CHAIN-BYTE =
              FUNCTION ORD (WS-HELD-VIEW (WS-CHAIN-IDX:1))
           COMPUTE WS-CHAIN-WORK =
              FUNCTION MOD (WS-CHAIN-WORK * 31 + WS-CHAIN-BYTE,
                 999999937).

       SEED-AUDIT-CHAIN.
           SET WS-CHAIN-SEEDED TO TRUE
           MOVE 0 TO WS-CHAIN-PREV
           MOVE "N" TO WS-AUDIT-SCAN-EOF-FLAG
           OPEN INPUT AUDIT-SCAN-FILE
           IF WS-AUDIT-SCAN-STATUS = "00"
              PERFORM READ-AUDIT-SCAN-RECORD
              PERFORM NOTE-AUDIT-CHAIN UNTIL WS-AUDIT-SCAN-EOF
              CLOSE AUDIT-SCAN-FILE
           END-IF.

       READ-AUDIT-SCAN-RECORD.
           READ AUDIT-SCAN-FILE
              AT END
                 SET WS-AUDIT-SCAN-EOF TO TRUE
           END-READ.

       NOTE-AUDIT-CHAIN.
           IF ASC-CHAIN-HASH NUMERIC
              MOVE ASC-CHAIN-HASH TO WS-CHAIN-PREV
           END-IF
           PERFORM READ-AUDIT-SCAN-RECORD.

      * Daily report for compliance: every hit parked on the report
      * date with its score and where the decision stands, then the
      * older hits still waiting for a decision.
       WRITE-SCREENING-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "screening_report-" DELIMITED BY SIZE
                  WS-REPORT-DATE      DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "RAPPORT DE FILTRAGE DES CONTREPARTIES - "
                     DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSACTION  SUJET  NOM FILTRE"  DELIMITED BY SIZE
                  "                     LISTE         NOM LISTE"
                     DELIMITED BY SIZE
                  "                                SCORE DECISION"
                     DELIMITED BY SIZE
                  "   PAR"                          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE "N" TO WS-COMPLIANCE-EOF-FLAG
           OPEN INPUT COMPLIANCE-FILE
           IF WS-COMPLIANCE-STATUS = "00"
              PERFORM READ-COMPLIANCE-RECORD
              PERFORM REPORT-DAY-HIT UNTIL WS-COMPLIANCE-EOF
              CLOSE COMPLIANCE-FILE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "EN ATTENTE DES JOURS PRECEDENTS" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "N" TO WS-COMPLIANCE-EOF-FLAG
           OPEN INPUT COMPLIANCE-FILE
           IF WS-COMPLIANCE-STATUS = "00"
              PERFORM READ-COMPLIANCE-RECORD
              PERFORM REPORT-BACKLOG-HIT UNTIL WS-COMPLIANCE-EOF
              CLOSE COMPLIANCE-FILE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ALERTES DU JOUR: "     DELIMITED BY SIZE
                  WS-DAY-HIT-COUNT        DELIMITED BY SIZE
                  "  LIBEREES: "          DELIMITED BY SIZE
                  WS-DAY-RELEASED-COUNT   DELIMITED BY SIZE
                  "  CONFIRMEES: "        DELIMITED BY SIZE
                  WS-DAY-CONFIRMED-COUNT  DELIMITED BY SIZE
                  "  EN ATTENTE: "        DELIMITED BY SIZE
                  WS-DAY-PENDING-COUNT    DELIMITED BY SIZE
                  "  ARRIERE: "           DELIMITED BY SIZE
                  WS-BACKLOG-COUNT        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           IF WS-LOCALE-EN
              DISPLAY "Screening hits on " WS-REPORT-DATE ": "
                      WS-DAY-HIT-COUNT "  pending: "
                      WS-DAY-PENDING-COUNT "  backlog: "
                      WS-BACKLOG-COUNT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Alertes de filtrage du " WS-REPORT-DATE ": "
                      WS-DAY-HIT-COUNT "  en attente: "
                      WS-DAY-PENDING-COUNT "  arriere: "
                      WS-BACKLOG-COUNT
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF
           IF WS-DAY-PENDING-COUNT > 0 OR WS-BACKLOG-COUNT > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       REPORT-DAY-HIT.
           IF CMP-DATE = WS-REPORT-DATE
              ADD 1 TO WS-DAY-HIT-COUNT
              EVALUATE TRUE
                 WHEN CMP-RELEASED
                    ADD 1 TO WS-DAY-RELEASED-COUNT
                 WHEN CMP-CONFIRMED
                    ADD 1 TO WS-DAY-CONFIRMED-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-DAY-PENDING-COUNT
              END-EVALUATE
              PERFORM WRITE-HIT-LINE
           END-IF
           PERFORM READ-COMPLIANCE-RECORD.

       REPORT-BACKLOG-HIT.
           IF CMP-DATE < WS-REPORT-DATE AND CMP-PENDING
              ADD 1 TO WS-BACKLOG-COUNT
              PERFORM WRITE-HIT-LINE
           END-IF
           PERFORM READ-COMPLIANCE-RECORD.

       WRITE-HIT-LINE.
           MOVE CMP-CALC-DATA TO WS-HELD-VIEW
           EVALUATE CMP-SUBJECT-TYPE
              WHEN "A"
                 MOVE "COMPTE" TO WS-SUBJECT-TEXT
              WHEN "C"
                 MOVE "FLUX"   TO WS-SUBJECT-TEXT
              WHEN "U"
                 MOVE "SAISIE" TO WS-SUBJECT-TEXT
              WHEN OTHER
                 MOVE SPACES   TO WS-SUBJECT-TEXT
           END-EVALUATE
           EVALUATE TRUE
              WHEN CMP-RELEASED
                 MOVE "LIBERE"     TO WS-DECISION-TEXT
              WHEN CMP-CONFIRMED
                 MOVE "CONFIRME"   TO WS-DECISION-TEXT
              WHEN OTHER
                 MOVE "EN ATTENTE" TO WS-DECISION-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           MOVE CALC-REC-TRANS-ID TO REPORT-RECORD (1:12)
           MOVE WS-SUBJECT-TEXT   TO REPORT-RECORD (14:6)
           MOVE CMP-SUBJECT       TO REPORT-RECORD (21:30)
           MOVE CMP-LISTED-ID     TO REPORT-RECORD (52:13)
           MOVE CMP-LISTED-NAME   TO REPORT-RECORD (66:40)
           MOVE CMP-SCORE         TO REPORT-RECORD (107:3)
           MOVE WS-DECISION-TEXT  TO REPORT-RECORD (112:10)
           MOVE CMP-DECIDED-BY    TO REPORT-RECORD (123:18)
           WRITE REPORT-RECORD.

      * A keyed ID failing its check digit is a mistype: it is
      * refused rather than matched against another transaction.
       CHECK-KEYED-TRANS-ID.
           CALL "TRANSID_CHECK" USING WS-CMP-TRANS-ID,
                                      WS-ID-CHECK-STATUS
           IF NOT WS-ID-CHECK-VALID AND NOT WS-ID-CHECK-LEGACY
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-CMP-TRANS-ID)
                         " is not a valid transaction ID - check"
                         " digit wrong or ID mistyped"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-CMP-TRANS-ID)
                         " n'est pas un identifiant valide - cle de"
                         " controle fausse ou ID mal saisi"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
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

       END PROGRAM COMPLIANCE-REVIEW.
