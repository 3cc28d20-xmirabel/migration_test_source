       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASS-RECLASS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE
           ASSIGN TO DYNAMIC WS-CORRECTION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRECTION-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT NEW-REGISTER-FILE
           ASSIGN TO DYNAMIC WS-NEW-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-REGISTER-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TAX-FILE ASSIGN TO DYNAMIC WS-TAX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVERSAL-REG-FILE
           ASSIGN TO DYNAMIC WS-REVERSAL-REG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVERSAL-REG-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One correction per line: either a transaction ID, or blank
      * with the current value to look for, which then selects every
      * posting in the window carrying that value.  The field code
      * is A account, T tax code, D department, E entity.
       FD CORRECTION-FILE.
       01 CORRECTION-RECORD.
          05 RCI-TRANS-ID         PIC X(12).
          05 FILLER               PIC X(1).
          05 RCI-FIELD            PIC X(1).
          05 FILLER               PIC X(1).
          05 RCI-OLD-VALUE        PIC X(10).
          05 FILLER               PIC X(1).
          05 RCI-NEW-VALUE        PIC X(10).

       FD REGISTER-FILE.
       01 REGISTER-RECORD         PIC X(141).

       FD NEW-REGISTER-FILE.
       01 NEW-REGISTER-RECORD     PIC X(141).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

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

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-ID              PIC X(10).
          05 FILLER               PIC X(1).
          05 ACCT-NAME            PIC X(30).
          05 FILLER               PIC X(1).
          05 ACCT-STATUS          PIC X(1).
          05 FILLER               PIC X(1).
          05 ACCT-ENTITY          PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-CURRENCY        PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-IBAN            PIC X(34).
          05 FILLER               PIC X(1).
          05 ACCT-BIC             PIC X(11).

       FD TAX-FILE.
       01 TAX-RECORD.
          05 TAX-CODE             PIC X(3).
          05 FILLER               PIC X(1).
          05 TAX-DESCRIPTION      PIC X(20).
          05 FILLER               PIC X(1).
          05 TAX-RATE-TEXT        PIC X(6).
          05 FILLER               PIC X(1).
          05 TAX-EFF-DATE         PIC 9(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD REVERSAL-REG-FILE.
       01 REVERSAL-REG-RECORD.
          05 RVR-ORIG-ID          PIC X(12).
          05 FILLER               PIC X(1).
          05 RVR-NEW-ID           PIC X(12).
          05 FILLER               PIC X(1).
          05 RVR-DATE             PIC 9(8).

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
          05 TRANS-CPTY-NAME      PIC X(30).
       01 TRANS-REVERSAL-RECORD REDEFINES TRANS-RECORD.
          05 TREV-TYPE            PIC X(3).
          05 TREV-ORIG-ID         PIC X(12).
          05 FILLER               PIC X(99).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(120).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD          PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-CORRECTION-FILENAME  PIC X(100)
                                     VALUE "reclass_in.dat".
       01 WS-CORRECTION-STATUS    PIC X(2).
       01 WS-CORRECTION-EOF-FLAG  PIC X(1)    VALUE "N".
          88 WS-CORRECTION-EOF                VALUE "Y".
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "reclass_register.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-REGISTER-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REGISTER-EOF                  VALUE "Y".
       01 WS-NEW-REGISTER-FILENAME PIC X(104)
                                     VALUE "reclass_register.dat.new".
       01 WS-NEW-REGISTER-STATUS  PIC X(2).
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-ENTITY-FILENAME      PIC X(100)
                                     VALUE "entity_master.dat".
       01 WS-ENTITY-STATUS        PIC X(2).
       01 WS-ENTITY-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                    VALUE "Y".
       01 WS-ACCOUNT-FILENAME     PIC X(100)
                                     VALUE "account_master.dat".
       01 WS-ACCOUNT-STATUS       PIC X(2).
       01 WS-ACCOUNT-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-ACCOUNT-EOF                   VALUE "Y".
       01 WS-TAX-FILENAME         PIC X(100)  VALUE "tax_table.dat".
       01 WS-TAX-STATUS           PIC X(2).
       01 WS-TAX-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-TAX-EOF                       VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-REVERSAL-REG-FILENAME PIC X(100)
                                     VALUE "reversal_register.dat".
       01 WS-REVERSAL-REG-STATUS  PIC X(2).
       01 WS-REVERSAL-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REVERSAL-EOF                  VALUE "Y".
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-JOURNAL-FILENAME     PIC X(100)
                                     VALUE "reclass_audit.log".
       01 WS-JOURNAL-STATUS       PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RECLASS-VIEW.
           COPY RECLREG.

       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RUN-TIME             PIC X(8).
       01 WS-USER-ROLE            PIC X(1)    VALUE SPACES.
          88 WS-USER-IS-SUPERVISOR            VALUE "S".
          88 WS-USER-IS-INQUIRY               VALUE "I", SPACE.

       01 WS-ACTION               PIC X(7)    VALUE SPACES.
          88 WS-ACTION-SUBMIT                 VALUE "SUBMIT".
          88 WS-ACTION-APPROVE                VALUE "APPROVE".
          88 WS-ACTION-REJECT                 VALUE "REJECT".
          88 WS-ACTION-LIST                   VALUES "LIST", SPACES.
       01 WS-TARGET-REF           PIC X(8)    VALUE SPACES.

      * Audit window searched for the postings to correct; by
      * default the business month to date.
       01 WS-FROM-TEXT            PIC X(8)    VALUE SPACES.
       01 WS-TO-TEXT              PIC X(8)    VALUE SPACES.
       01 WS-RANGE-START          PIC 9(8)    VALUE 0.
       01 WS-RANGE-END            PIC 9(8)    VALUE 0.
       01 WS-SCAN-MONTH           PIC 9(6).
       01 WS-SCAN-MONTH-X REDEFINES WS-SCAN-MONTH.
          05 WS-SCAN-YYYY         PIC 9(4).
          05 WS-SCAN-MM           PIC 9(2).
       01 WS-DAY-NUM              PIC 9(2).
       01 WS-SCAN-DATE            PIC 9(8).
       01 WS-FILES-READ           PIC 9(5)    VALUE 0.

      * Corrections as read from the input, each checked before the
      * audit trail is searched.
       01 WS-COR-TABLE.
          05 WS-COR-ENTRY OCCURS 100 TIMES.
             10 WS-COR-TRANS-ID      PIC X(12).
             10 WS-COR-FIELD         PIC X(1).
             10 WS-COR-OLD-VALUE     PIC X(10).
             10 WS-COR-NEW-VALUE     PIC X(10).
             10 WS-COR-HITS          PIC 9(5).
             10 WS-COR-VALID-FLAG    PIC X(1).
                88 WS-COR-VALID                 VALUE "Y".
       01 WS-COR-USED             PIC 9(3)    VALUE 0.
       01 WS-COR-MAX              PIC 9(3)    VALUE 100.
       01 WS-COR-IDX              PIC 9(3).
       01 WS-COR-MATCH-FLAG       PIC X(1)    VALUE "N".
          88 WS-COR-MATCHED                   VALUE "Y".
       01 WS-COR-REASON           PIC X(40).
       01 WS-ID-CHECK-STATUS      PIC 9(2).
          88 WS-ID-CHECK-VALID                VALUE 0.
          88 WS-ID-CHECK-LEGACY               VALUE 4.

      * Transactions selected for the batch, held as register lines
      * ready to be filed.
       01 WS-SEL-TABLE.
          05 WS-SEL-ENTRY OCCURS 500 TIMES.
             10 WS-SEL-TRANS-ID      PIC X(12).
             10 WS-SEL-LINE          PIC X(141).
       01 WS-SEL-USED             PIC 9(3)    VALUE 0.
       01 WS-SEL-MAX              PIC 9(3)    VALUE 500.
       01 WS-SEL-IDX              PIC 9(3).
       01 WS-SEL-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-SEL-FOUND                     VALUE "Y".

      * Transactions already sitting in a pending or approved batch
      * are not offered a second time.
       01 WS-QUEUED-TABLE.
          05 WS-QUEUED-TRANS-ID OCCURS 1000 TIMES PIC X(12).
       01 WS-QUEUED-USED          PIC 9(4)    VALUE 0.
       01 WS-QUEUED-MAX           PIC 9(4)    VALUE 1000.
       01 WS-QUEUED-IDX           PIC 9(4).
       01 WS-QUEUED-FOUND-FLAG    PIC X(1)    VALUE "N".
          88 WS-QUEUED-FOUND                  VALUE "Y".
       01 WS-BATCH-LIVE-FLAG      PIC X(1)    VALUE "N".
          88 WS-BATCH-LIVE                    VALUE "Y".

       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 50 TIMES.
             10 WS-ENTT-CODE         PIC X(3).
             10 WS-ENTT-ACTIVE       PIC X(1).
       01 WS-ENT-USED             PIC 9(3)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(3)    VALUE 50.
       01 WS-ENT-IDX              PIC 9(3).
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 200 TIMES.
             10 WS-ACCTT-ID          PIC X(10).
             10 WS-ACCTT-STATUS      PIC X(1).
       01 WS-ACCT-USED            PIC 9(3)    VALUE 0.
       01 WS-ACCT-MAX             PIC 9(3)    VALUE 200.
       01 WS-ACCT-IDX             PIC 9(3).
       01 WS-TAX-TABLE.
          05 WS-TAXT-CODE OCCURS 50 TIMES PIC X(3).
       01 WS-TAX-USED             PIC 9(3)    VALUE 0.
       01 WS-TAX-MAX              PIC 9(3)    VALUE 50.
       01 WS-TAX-IDX              PIC 9(3).
       01 WS-LOOKUP-FLAG          PIC X(1)    VALUE "N".
          88 WS-LOOKUP-FOUND                  VALUE "Y".

       01 WS-REVERSED-FLAG        PIC X(1)    VALUE "N".
          88 WS-ALREADY-REVERSED              VALUE "Y".
       01 WS-CHECK-TRANS-ID       PIC X(12).
       01 WS-CURRENT-VALUE        PIC X(10).

       01 WS-IFACE-NAME           PIC X(10)   VALUE "RECLASS".
       01 WS-IFACE-SEQ            PIC 9(6).
       01 WS-NEW-REFERENCE        PIC X(8).

       01 WS-INPUT-LINES          PIC 9(5)    VALUE 0.
       01 WS-REFUSED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-UNMATCHED-COUNT      PIC 9(5)    VALUE 0.
       01 WS-REVERSED-COUNT       PIC 9(5)    VALUE 0.
       01 WS-QUEUED-COUNT         PIC 9(5)    VALUE 0.
       01 WS-RELEASED-COUNT       PIC 9(5)    VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-PENDING-COUNT        PIC 9(5)    VALUE 0.
       01 WS-ACTIONED-COUNT       PIC 9(3)    VALUE 0.
       01 WS-IN-TARGET-FLAG       PIC X(1)    VALUE "N".
          88 WS-IN-TARGET                     VALUE "Y".
       01 WS-FIELD-NAME           PIC X(12).
       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-COUNT-EDIT           PIC ZZZZ9.
       01 WS-AUDIT-ACTION         PIC X(10).
       01 WS-AUDIT-REF            PIC X(8).
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-AUTH-PASSWORD        PIC X(30)   VALUE SPACES.
       01 WS-AUTH-NEW-PASSWORD    PIC X(30)   VALUE SPACES.
       01 WS-AUTH-STATUS          PIC 9(2)    VALUE 0.
       01 WS-AUTH-SET-STATUS      PIC 9(2)    VALUE 0.

      * Mass reclassification: a correction file names the postings
      * whose account, tax code, department or entity was wrong.
      * SUBMIT finds them on the audit trail, prints the before and
      * after picture and files the batch pending approval; a second
      * supervisor's APPROVE releases, for each posting, a reversal
      * of the original and a corrected re-posting into the next
      * batch run, so both go through the normal posting path and
      * the chained audit trail.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-RUN-TIME FROM TIME

           ACCEPT WS-ACTION FROM ENVIRONMENT "RCL_ACTION"
           ACCEPT WS-TARGET-REF FROM ENVIRONMENT "RCL_REFERENCE"
           ACCEPT WS-CORRECTION-FILENAME FROM ENVIRONMENT "RCL_FILE"
           IF WS-CORRECTION-FILENAME = SPACES
              MOVE "reclass_in.dat" TO WS-CORRECTION-FILENAME
           END-IF
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "TRANS_FILENAME"
           IF WS-TRANS-FILENAME = SPACES
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF

           PERFORM LOOKUP-USER-ROLE
           IF WS-USER-IS-INQUIRY AND NOT WS-ACTION-LIST
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-USER-NAME)
                         " may not submit or approve "
                         "reclassifications"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-USER-NAME)
                         " n'est pas habilite a soumettre ou "
                         "approuver des reclassements"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           IF (WS-ACTION-APPROVE OR WS-ACTION-REJECT)
              AND NOT WS-USER-IS-SUPERVISOR
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-USER-NAME)
                         " is not a supervisor - decision refused"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-USER-NAME)
                         " n'est pas superviseur - decision "
                         "refusee"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           EVALUATE TRUE
              WHEN WS-ACTION-SUBMIT
                 PERFORM DO-SUBMIT
              WHEN WS-ACTION-APPROVE
                 PERFORM DO-DECIDE
              WHEN WS-ACTION-REJECT
                 PERFORM DO-DECIDE
              WHEN OTHER
                 PERFORM DO-LIST
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOOKUP-USER-ROLE.
           MOVE SPACES TO WS-USER-ROLE
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
           IF PRF-USER-ID = WS-USER-NAME
              MOVE PRF-ROLE TO WS-USER-ROLE
           END-IF
           PERFORM READ-PROFILE-RECORD.

      * The corrections are checked first; the audit window is then
      * searched once and every posting matched is set against its
      * correction.  Nothing is filed unless at least one posting
      * was found.
       DO-SUBMIT.
           ACCEPT WS-FROM-TEXT FROM ENVIRONMENT "RCL_FROM"
           ACCEPT WS-TO-TEXT FROM ENVIRONMENT "RCL_TO"
           IF WS-FROM-TEXT NUMERIC
              MOVE WS-FROM-TEXT TO WS-RANGE-START
           ELSE
              MOVE WS-RUN-DATE (1:6) TO WS-RANGE-START (1:6)
              MOVE "01" TO WS-RANGE-START (7:2)
           END-IF
           IF WS-TO-TEXT NUMERIC
              MOVE WS-TO-TEXT TO WS-RANGE-END
           ELSE
              MOVE WS-RUN-DATE-NUM TO WS-RANGE-END
           END-IF

           PERFORM LOAD-ENTITY-MASTER
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-TAX-CODES
           PERFORM LOAD-CORRECTIONS
           IF WS-COR-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "No valid correction in "
                         FUNCTION TRIM (WS-CORRECTION-FILENAME)
              ELSE
                 DISPLAY "Aucune correction valide dans "
                         FUNCTION TRIM (WS-CORRECTION-FILENAME)
              END-IF
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              PERFORM LOAD-QUEUED-TRANSACTIONS
              MOVE WS-RANGE-START (1:6) TO WS-SCAN-MONTH
              PERFORM SCAN-ONE-MONTH
                 UNTIL WS-SCAN-MONTH > WS-RANGE-END (1:6)
              PERFORM CHECK-UNMATCHED-CORRECTION
                 VARYING WS-COR-IDX FROM 1 BY 1
                 UNTIL WS-COR-IDX > WS-COR-USED
              IF WS-SEL-USED = 0
                 IF WS-LOCALE-EN
                    DISPLAY "No posting to reclassify between "
                            WS-RANGE-START " and " WS-RANGE-END
                 ELSE
                    DISPLAY "Aucune ecriture a reclasser entre le "
                            WS-RANGE-START " et le " WS-RANGE-END
                 END-IF
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              ELSE
                 PERFORM FILE-PENDING-BATCH
                 PERFORM WRITE-BEFORE-AFTER-REPORT
              END-IF
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Correction lines read: " WS-INPUT-LINES
                      "  refused: " WS-REFUSED-COUNT
              DISPLAY "Postings selected: " WS-SEL-USED
                      "  already reversed: " WS-REVERSED-COUNT
                      "  already in a batch: " WS-QUEUED-COUNT
           ELSE
              DISPLAY "Lignes de correction lues: " WS-INPUT-LINES
                      "  refusees: " WS-REFUSED-COUNT
              DISPLAY "Ecritures retenues: " WS-SEL-USED
                      "  deja extournees: " WS-REVERSED-COUNT
                      "  deja dans un lot: " WS-QUEUED-COUNT
           END-IF
           IF WS-REFUSED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       LOAD-CORRECTIONS.
           MOVE "N" TO WS-CORRECTION-EOF-FLAG
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: correction file not found: "
                         FUNCTION TRIM (WS-CORRECTION-FILENAME)
              ELSE
                 DISPLAY "ERREUR: fichier de corrections "
                         "introuvable: "
                         FUNCTION TRIM (WS-CORRECTION-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-CORRECTION-RECORD
           PERFORM TAKE-CORRECTION-RECORD UNTIL WS-CORRECTION-EOF
           CLOSE CORRECTION-FILE.

       READ-CORRECTION-RECORD.
           READ CORRECTION-FILE
              AT END
                 SET WS-CORRECTION-EOF TO TRUE
           END-READ.

       TAKE-CORRECTION-RECORD.
           IF CORRECTION-RECORD NOT = SPACES
              AND CORRECTION-RECORD (1:1) NOT = "*"
              ADD 1 TO WS-INPUT-LINES
              PERFORM CHECK-CORRECTION
              IF WS-COR-REASON = SPACES
                 IF WS-COR-USED >= WS-COR-MAX
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO WS-COR-USED
                 MOVE RCI-TRANS-ID TO WS-COR-TRANS-ID (WS-COR-USED)
                 MOVE RCI-FIELD TO WS-COR-FIELD (WS-COR-USED)
                 MOVE RCI-OLD-VALUE TO WS-COR-OLD-VALUE (WS-COR-USED)
                 MOVE RCI-NEW-VALUE TO WS-COR-NEW-VALUE (WS-COR-USED)
                 MOVE 0 TO WS-COR-HITS (WS-COR-USED)
                 MOVE "Y" TO WS-COR-VALID-FLAG (WS-COR-USED)
              ELSE
                 ADD 1 TO WS-REFUSED-COUNT
                 IF WS-LOCALE-EN
                    DISPLAY "REFUSED: correction line "
                            WS-INPUT-LINES " - "
                            FUNCTION TRIM (WS-COR-REASON)
                 ELSE
                    DISPLAY "REFUSE: ligne de correction "
                            WS-INPUT-LINES " - "
                            FUNCTION TRIM (WS-COR-REASON)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-CORRECTION-RECORD.

      * The new value must be one the posting could legitimately
      * have carried: an open account, a tax code on the table, an
      * active entity, a department that is not blank.  A keyed
      * transaction ID must carry a good check digit, so a mistyped
      * one is refused rather than matched against another posting;
      * IDs issued before the check digit are taken as they stand.
       CHECK-CORRECTION.
           MOVE SPACES TO WS-COR-REASON
           IF RCI-TRANS-ID NOT = SPACES
              CALL "TRANSID_CHECK" USING RCI-TRANS-ID,
                                         WS-ID-CHECK-STATUS
              IF NOT WS-ID-CHECK-VALID AND NOT WS-ID-CHECK-LEGACY
                 MOVE "ID TRANSACTION INVALIDE (CLE)"
                    TO WS-COR-REASON
              END-IF
           END-IF
           IF WS-COR-REASON NOT = SPACES
              CONTINUE
           ELSE
           IF RCI-TRANS-ID = SPACES AND RCI-OLD-VALUE = SPACES
              MOVE "NI TRANSACTION NI VALEUR A REMPLACER"
                 TO WS-COR-REASON
           ELSE
           IF RCI-NEW-VALUE = SPACES
              MOVE "NOUVELLE VALEUR ABSENTE" TO WS-COR-REASON
           ELSE
              MOVE "N" TO WS-LOOKUP-FLAG
              EVALUATE RCI-FIELD
                 WHEN "A"
                    PERFORM FIND-ACCOUNT
                       VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-USED
                          OR WS-LOOKUP-FOUND
                    IF NOT WS-LOOKUP-FOUND
                       MOVE "COMPTE INCONNU OU CLOTURE"
                          TO WS-COR-REASON
                    END-IF
                 WHEN "T"
                    PERFORM FIND-TAX-CODE
                       VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-USED
                          OR WS-LOOKUP-FOUND
                    IF NOT WS-LOOKUP-FOUND
                       MOVE "CODE TAXE INCONNU" TO WS-COR-REASON
                    END-IF
                 WHEN "E"
                    PERFORM FIND-ENTITY
                       VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENT-USED
                          OR WS-LOOKUP-FOUND
                    IF NOT WS-LOOKUP-FOUND
                       MOVE "ENTITE INCONNUE OU INACTIVE"
                          TO WS-COR-REASON
                    END-IF
                 WHEN "D"
                    CONTINUE
                 WHEN OTHER
                    MOVE "CODE CHAMP INVALIDE (A/T/D/E)"
                       TO WS-COR-REASON
              END-EVALUATE
           END-IF
           END-IF
           END-IF.

       FIND-ACCOUNT.
           IF WS-ACCTT-ID (WS-ACCT-IDX) = RCI-NEW-VALUE
              AND WS-ACCTT-STATUS (WS-ACCT-IDX) NOT = "C"
              SET WS-LOOKUP-FOUND TO TRUE
           END-IF.

       FIND-TAX-CODE.
           IF WS-TAXT-CODE (WS-TAX-IDX) = RCI-NEW-VALUE (1:3)
              AND RCI-NEW-VALUE (4:7) = SPACES
              SET WS-LOOKUP-FOUND TO TRUE
           END-IF.

       FIND-ENTITY.
           IF WS-ENTT-CODE (WS-ENT-IDX) = RCI-NEW-VALUE (1:3)
              AND RCI-NEW-VALUE (4:7) = SPACES
              AND WS-ENTT-ACTIVE (WS-ENT-IDX) NOT = "N"
              SET WS-LOOKUP-FOUND TO TRUE
           END-IF.

       CHECK-UNMATCHED-CORRECTION.
           IF WS-COR-HITS (WS-COR-IDX) = 0
              ADD 1 TO WS-UNMATCHED-COUNT
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: no posting found for correction "
                         WS-COR-TRANS-ID (WS-COR-IDX) " "
                         WS-COR-FIELD (WS-COR-IDX) " "
                         WS-COR-OLD-VALUE (WS-COR-IDX) " -> "
                         WS-COR-NEW-VALUE (WS-COR-IDX)
              ELSE
                 DISPLAY "AVERTISSEMENT: aucune ecriture pour la "
                         "correction "
                         WS-COR-TRANS-ID (WS-COR-IDX) " "
                         WS-COR-FIELD (WS-COR-IDX) " "
                         WS-COR-OLD-VALUE (WS-COR-IDX) " -> "
                         WS-COR-NEW-VALUE (WS-COR-IDX)
              END-IF
           END-IF.

       LOAD-ENTITY-MASTER.
           ACCEPT WS-ENTITY-FILENAME FROM ENVIRONMENT "ENTITY_FILE"
           IF WS-ENTITY-FILENAME = SPACES
              MOVE "entity_master.dat" TO WS-ENTITY-FILENAME
           END-IF
           MOVE "N" TO WS-ENTITY-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-STATUS = "00"
              PERFORM READ-ENTITY-RECORD
              PERFORM LOAD-ONE-ENTITY UNTIL WS-ENTITY-EOF
              CLOSE ENTITY-FILE
           END-IF.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
              AT END
                 SET WS-ENTITY-EOF TO TRUE
           END-READ.

       LOAD-ONE-ENTITY.
           IF ENT-CODE NOT = SPACES AND WS-ENT-USED < WS-ENT-MAX
              ADD 1 TO WS-ENT-USED
              MOVE ENT-CODE TO WS-ENTT-CODE (WS-ENT-USED)
              MOVE ENT-ACTIVE TO WS-ENTT-ACTIVE (WS-ENT-USED)
           END-IF
           PERFORM READ-ENTITY-RECORD.

       LOAD-ACCOUNT-MASTER.
           ACCEPT WS-ACCOUNT-FILENAME FROM ENVIRONMENT "ACCOUNT_FILE"
           IF WS-ACCOUNT-FILENAME = SPACES
              MOVE "account_master.dat" TO WS-ACCOUNT-FILENAME
           END-IF
           MOVE "N" TO WS-ACCOUNT-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
              PERFORM READ-ACCOUNT-RECORD
              PERFORM LOAD-ONE-ACCOUNT UNTIL WS-ACCOUNT-EOF
              CLOSE ACCOUNT-FILE
           END-IF.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
              AT END
                 SET WS-ACCOUNT-EOF TO TRUE
           END-READ.

       LOAD-ONE-ACCOUNT.
           IF ACCT-ID NOT = SPACES AND WS-ACCT-USED < WS-ACCT-MAX
              ADD 1 TO WS-ACCT-USED
              MOVE ACCT-ID TO WS-ACCTT-ID (WS-ACCT-USED)
              MOVE ACCT-STATUS TO WS-ACCTT-STATUS (WS-ACCT-USED)
           END-IF
           PERFORM READ-ACCOUNT-RECORD.

       LOAD-TAX-CODES.
           MOVE "N" TO WS-TAX-EOF-FLAG
           OPEN INPUT TAX-FILE
           IF WS-TAX-STATUS = "00"
              PERFORM READ-TAX-RECORD
              PERFORM LOAD-ONE-TAX UNTIL WS-TAX-EOF
              CLOSE TAX-FILE
           END-IF.

       READ-TAX-RECORD.
           READ TAX-FILE
              AT END
                 SET WS-TAX-EOF TO TRUE
           END-READ.

       LOAD-ONE-TAX.
           IF TAX-CODE NOT = SPACES AND WS-TAX-USED < WS-TAX-MAX
              ADD 1 TO WS-TAX-USED
              MOVE TAX-CODE TO WS-TAXT-CODE (WS-TAX-USED)
           END-IF
           PERFORM READ-TAX-RECORD.

      * Lines of batches still pending or approved but not yet
      * reversed by the batch run.
       LOAD-QUEUED-TRANSACTIONS.
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           MOVE "N" TO WS-BATCH-LIVE-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
              PERFORM READ-REGISTER-RECORD
              PERFORM NOTE-QUEUED-RECORD UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
           END-IF.

       NOTE-QUEUED-RECORD.
           IF RR-IS-HEADER OF WS-RECLASS-VIEW
              MOVE "N" TO WS-BATCH-LIVE-FLAG
              IF RRH-PENDING OF WS-RECLASS-VIEW
                 OR RRH-APPROVED OF WS-RECLASS-VIEW
                 SET WS-BATCH-LIVE TO TRUE
              END-IF
           ELSE
              IF WS-BATCH-LIVE
                 IF WS-QUEUED-USED >= WS-QUEUED-MAX
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO WS-QUEUED-USED
                 MOVE RRL-TRANS-ID OF WS-RECLASS-VIEW
                    TO WS-QUEUED-TRANS-ID (WS-QUEUED-USED)
              END-IF
           END-IF
           PERFORM READ-REGISTER-RECORD.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: reclassification table overflow - "
                      "nothing filed, split the correction file"
           ELSE
              DISPLAY "ARRET: debordement d'une table du "
                      "reclassement - rien n'est depose, scinder le "
                      "fichier de corrections"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       SCAN-ONE-MONTH.
           PERFORM SCAN-ONE-DAY VARYING WS-DAY-NUM FROM 1 BY 1
              UNTIL WS-DAY-NUM > 31
           IF WS-SCAN-MM = 12
              ADD 1 TO WS-SCAN-YYYY
              MOVE 1 TO WS-SCAN-MM
           ELSE
              ADD 1 TO WS-SCAN-MM
           END-IF.

      * Each day contributes its base audit file and, for entity
      * runs, the audit-DATE-ENT.log file of every entity on file.
       SCAN-ONE-DAY.
           COMPUTE WS-SCAN-DATE = WS-SCAN-MONTH * 100 + WS-DAY-NUM
           IF WS-SCAN-DATE >= WS-RANGE-START
              AND WS-SCAN-DATE <= WS-RANGE-END
              MOVE SPACES TO WS-AUDIT-FILENAME
              STRING "audit-"      DELIMITED BY SIZE
                     WS-SCAN-DATE  DELIMITED BY SIZE
                     ".log"        DELIMITED BY SIZE
                     INTO WS-AUDIT-FILENAME
              END-STRING
              PERFORM READ-ONE-AUDIT-FILE
              PERFORM SCAN-ENTITY-FILE
                 VARYING WS-ENT-IDX FROM 1 BY 1
                 UNTIL WS-ENT-IDX > WS-ENT-USED
           END-IF.

       SCAN-ENTITY-FILE.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"      DELIMITED BY SIZE
                  WS-SCAN-DATE  DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  WS-ENTT-CODE (WS-ENT-IDX) DELIMITED BY SIZE
                  ".log"        DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           END-STRING
           PERFORM READ-ONE-AUDIT-FILE.

       READ-ONE-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-FILES-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM MATCH-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

      * Only good postings that are not themselves reversals can be
      * reclassified; the first correction that matches wins.
       MATCH-AUDIT-RECORD.
           IF CALC-REC-STATUS = 0
              AND (CALC-REC-REF-ID = SPACES
                   OR CALC-REC-REF-ID = LOW-VALUES)
              MOVE "N" TO WS-COR-MATCH-FLAG
              PERFORM MATCH-ONE-CORRECTION
                 VARYING WS-COR-IDX FROM 1 BY 1
                 UNTIL WS-COR-IDX > WS-COR-USED OR WS-COR-MATCHED
           END-IF
           PERFORM READ-AUDIT-RECORD.

       MATCH-ONE-CORRECTION.
           EVALUATE WS-COR-FIELD (WS-COR-IDX)
              WHEN "A"
                 MOVE CALC-REC-ACCOUNT TO WS-CURRENT-VALUE
              WHEN "T"
                 MOVE CALC-REC-TAX-CODE TO WS-CURRENT-VALUE
              WHEN "D"
                 MOVE CALC-REC-DEPARTMENT TO WS-CURRENT-VALUE
              WHEN OTHER
                 MOVE CALC-REC-ENTITY TO WS-CURRENT-VALUE
           END-EVALUATE
           IF WS-COR-TRANS-ID (WS-COR-IDX) NOT = SPACES
              IF WS-COR-TRANS-ID (WS-COR-IDX) = CALC-REC-TRANS-ID
                 AND (WS-COR-OLD-VALUE (WS-COR-IDX) = SPACES
                      OR WS-COR-OLD-VALUE (WS-COR-IDX)
                         = WS-CURRENT-VALUE)
                 SET WS-COR-MATCHED TO TRUE
              END-IF
           ELSE
              IF WS-COR-OLD-VALUE (WS-COR-IDX) = WS-CURRENT-VALUE
                 SET WS-COR-MATCHED TO TRUE
              END-IF
           END-IF
           IF WS-COR-MATCHED
              AND WS-CURRENT-VALUE NOT = WS-COR-NEW-VALUE (WS-COR-IDX)
              PERFORM SELECT-POSTING
           END-IF.

       SELECT-POSTING.
           ADD 1 TO WS-COR-HITS (WS-COR-IDX)
           MOVE "N" TO WS-SEL-FOUND-FLAG
           PERFORM FIND-SELECTION
              VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-SEL-USED OR WS-SEL-FOUND
           MOVE "N" TO WS-QUEUED-FOUND-FLAG
           PERFORM FIND-QUEUED
              VARYING WS-QUEUED-IDX FROM 1 BY 1
              UNTIL WS-QUEUED-IDX > WS-QUEUED-USED OR WS-QUEUED-FOUND
           MOVE CALC-REC-TRANS-ID TO WS-CHECK-TRANS-ID
           PERFORM CHECK-REVERSAL-REGISTER
           IF WS-SEL-FOUND
              CONTINUE
           ELSE
           IF WS-QUEUED-FOUND
              ADD 1 TO WS-QUEUED-COUNT
           ELSE
           IF WS-ALREADY-REVERSED
              ADD 1 TO WS-REVERSED-COUNT
           ELSE
              IF WS-SEL-USED >= WS-SEL-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-SEL-USED
              MOVE SPACES TO WS-RECLASS-VIEW
              MOVE "L" TO RR-REC-TYPE OF WS-RECLASS-VIEW
              MOVE CALC-REC-TRANS-ID TO RRL-TRANS-ID OF WS-RECLASS-VIEW
              MOVE CALC-REC-DATE TO RRL-DATE OF WS-RECLASS-VIEW
              MOVE WS-COR-FIELD (WS-COR-IDX)
                 TO RRL-FIELD OF WS-RECLASS-VIEW
              MOVE WS-CURRENT-VALUE TO RRL-OLD-VALUE OF WS-RECLASS-VIEW
              MOVE WS-COR-NEW-VALUE (WS-COR-IDX)
                 TO RRL-NEW-VALUE OF WS-RECLASS-VIEW
              MOVE CALC-REC-OPERATION
                 TO RRL-OPERATION OF WS-RECLASS-VIEW
              MOVE CALC-REC-NUM1 TO RRL-NUM1 OF WS-RECLASS-VIEW
              MOVE CALC-REC-NUM2 TO RRL-NUM2 OF WS-RECLASS-VIEW
              MOVE CALC-REC-CURRENCY TO RRL-CURRENCY OF WS-RECLASS-VIEW
              MOVE CALC-REC-ENTITY TO RRL-ENTITY OF WS-RECLASS-VIEW
              MOVE CALC-REC-TAX-CODE TO RRL-TAX-CODE OF WS-RECLASS-VIEW
              MOVE CALC-REC-ACCOUNT TO RRL-ACCOUNT OF WS-RECLASS-VIEW
              MOVE CALC-REC-DEPARTMENT
                 TO RRL-DEPARTMENT OF WS-RECLASS-VIEW
              MOVE CALC-REC-RESULT TO RRL-RESULT OF WS-RECLASS-VIEW
              MOVE CALC-REC-TRANS-ID TO WS-SEL-TRANS-ID (WS-SEL-USED)
              MOVE WS-RECLASS-VIEW TO WS-SEL-LINE (WS-SEL-USED)
           END-IF
           END-IF
           END-IF.

       FIND-SELECTION.
           IF WS-SEL-TRANS-ID (WS-SEL-IDX) = CALC-REC-TRANS-ID
              SET WS-SEL-FOUND TO TRUE
           END-IF.

       FIND-QUEUED.
           IF WS-QUEUED-TRANS-ID (WS-QUEUED-IDX) = CALC-REC-TRANS-ID
              SET WS-QUEUED-FOUND TO TRUE
           END-IF.

       CHECK-REVERSAL-REGISTER.
           MOVE "N" TO WS-REVERSED-FLAG
           MOVE "N" TO WS-REVERSAL-EOF-FLAG
           OPEN INPUT REVERSAL-REG-FILE
           IF WS-REVERSAL-REG-STATUS = "00"
              PERFORM READ-REVERSAL-REG-RECORD
              PERFORM MATCH-REVERSAL-REG-RECORD
                 UNTIL WS-REVERSAL-EOF OR WS-ALREADY-REVERSED
              CLOSE REVERSAL-REG-FILE
           END-IF.

       READ-REVERSAL-REG-RECORD.
           READ REVERSAL-REG-FILE
              AT END
                 SET WS-REVERSAL-EOF TO TRUE
           END-READ.

       MATCH-REVERSAL-REG-RECORD.
           IF RVR-ORIG-ID = WS-CHECK-TRANS-ID
              SET WS-ALREADY-REVERSED TO TRUE
           END-IF
           PERFORM READ-REVERSAL-REG-RECORD.

       FILE-PENDING-BATCH.
           CALL "SEQ_REGISTER" USING WS-IFACE-NAME, WS-IFACE-SEQ
           MOVE SPACES TO WS-NEW-REFERENCE
           STRING "RC" DELIMITED BY SIZE
                  WS-IFACE-SEQ DELIMITED BY SIZE
                  INTO WS-NEW-REFERENCE
           END-STRING
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: cannot write reclassification "
                         "register "
                         FUNCTION TRIM (WS-REGISTER-FILENAME)
              ELSE
                 DISPLAY "ERREUR: ecriture du registre des "
                         "reclassements impossible "
                         FUNCTION TRIM (WS-REGISTER-FILENAME)
              END-IF
              MOVE 8 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-RECLASS-VIEW
           MOVE WS-NEW-REFERENCE TO RR-REFERENCE OF WS-RECLASS-VIEW
           MOVE "H" TO RR-REC-TYPE OF WS-RECLASS-VIEW
           MOVE "P" TO RRH-STATUS OF WS-RECLASS-VIEW
           MOVE WS-USER-NAME TO RRH-MAKER OF WS-RECLASS-VIEW
           MOVE WS-RUN-DATE-NUM TO RRH-ENTERED OF WS-RECLASS-VIEW
           MOVE SPACES TO RRH-APPROVER OF WS-RECLASS-VIEW
           MOVE 0 TO RRH-DECIDED OF WS-RECLASS-VIEW
           MOVE WS-SEL-USED TO RRH-LINE-COUNT OF WS-RECLASS-VIEW
           MOVE WS-RECLASS-VIEW TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM FILE-ONE-LINE
              VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-SEL-USED
           CLOSE REGISTER-FILE
           CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME, WS-IFACE-SEQ,
                                           WS-REGISTER-FILENAME
           MOVE "SOUMIS" TO WS-AUDIT-ACTION
           MOVE WS-NEW-REFERENCE TO WS-AUDIT-REF
           PERFORM APPEND-RECLASS-AUDIT
           IF WS-LOCALE-EN
              DISPLAY "Batch " WS-NEW-REFERENCE " submitted: "
                      WS-SEL-USED " posting(s)"
                      " - awaiting a second supervisor"
           ELSE
              DISPLAY "Lot " WS-NEW-REFERENCE " soumis: "
                      WS-SEL-USED " ecriture(s)"
                      " - en attente d'un second superviseur"
           END-IF.

       FILE-ONE-LINE.
           MOVE WS-SEL-LINE (WS-SEL-IDX) TO WS-RECLASS-VIEW
           MOVE WS-NEW-REFERENCE TO RR-REFERENCE OF WS-RECLASS-VIEW
           MOVE WS-RECLASS-VIEW TO WS-SEL-LINE (WS-SEL-IDX)
           MOVE WS-RECLASS-VIEW TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      * The before/after listing the approver signs off against.
       WRITE-BEFORE-AFTER-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "reclass_report-"  DELIMITED BY SIZE
                  WS-NEW-REFERENCE   DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "RECLASSEMENT EN MASSE - LOT " DELIMITED BY SIZE
                  WS-NEW-REFERENCE DELIMITED BY SIZE
                  " - SOUMIS PAR " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-USER-NAME) DELIMITED BY SIZE
                  " LE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FENETRE D'AUDIT: " DELIMITED BY SIZE
                  WS-RANGE-START DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-RANGE-END DELIMITED BY SIZE
                  "   FICHIER: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CORRECTION-FILENAME)
                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSACTION  DATE       ENT         MONTANT DEV "
                     DELIMITED BY SIZE
                  "CHAMP        AVANT      APRES" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1:86)
           WRITE REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
              VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-SEL-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SEL-USED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ECRITURES A RECLASSER: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  (UNE EXTOURNE ET UNE REPASSATION CHACUNE)"
                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "EN ATTENTE D'APPROBATION PAR UN SUPERVISEUR "
                     DELIMITED BY SIZE
                  "AUTRE QUE L'INITIATEUR" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           IF WS-LOCALE-EN
              DISPLAY "Before/after report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Etat avant/apres ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-SEL-LINE (WS-SEL-IDX) TO WS-RECLASS-VIEW
           EVALUATE TRUE
              WHEN RRL-FIELD-ACCOUNT OF WS-RECLASS-VIEW
                 MOVE "COMPTE" TO WS-FIELD-NAME
              WHEN RRL-FIELD-TAX OF WS-RECLASS-VIEW
                 MOVE "CODE TAXE" TO WS-FIELD-NAME
              WHEN RRL-FIELD-DEPARTMENT OF WS-RECLASS-VIEW
                 MOVE "DEPARTEMENT" TO WS-FIELD-NAME
              WHEN OTHER
                 MOVE "ENTITE" TO WS-FIELD-NAME
           END-EVALUATE
           MOVE RRL-RESULT OF WS-RECLASS-VIEW TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE RRL-TRANS-ID OF WS-RECLASS-VIEW TO REPORT-RECORD (1:12)
           MOVE RRL-DATE OF WS-RECLASS-VIEW TO REPORT-RECORD (14:10)
           MOVE RRL-ENTITY OF WS-RECLASS-VIEW TO REPORT-RECORD (25:3)
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (29:16)
           MOVE RRL-CURRENCY OF WS-RECLASS-VIEW TO REPORT-RECORD (46:3)
           MOVE WS-FIELD-NAME TO REPORT-RECORD (50:12)
           MOVE RRL-OLD-VALUE OF WS-RECLASS-VIEW
              TO REPORT-RECORD (63:10)
           MOVE RRL-NEW-VALUE OF WS-RECLASS-VIEW
              TO REPORT-RECORD (74:10)
           WRITE REPORT-RECORD.

      * The four-eyes rule: the approver must not be the maker.  On
      * approval each line of the batch is released to the feed as
      * a reversal of the original followed by the corrected
      * re-posting; a posting reversed in the meantime is skipped.
       DO-DECIDE.
           IF WS-TARGET-REF = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: RCL_REFERENCE=<reference> is "
                         "required"
              ELSE
                 DISPLAY "Erreur: RCL_REFERENCE=<reference> est "
                         "requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "No batches in the register"
              ELSE
                 DISPLAY "Aucun lot au registre"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              IF WS-ACTION-APPROVE
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
                    CLOSE REGISTER-FILE
                    MOVE 8 TO WS-RETURN-CODE
                    MOVE WS-RETURN-CODE TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              OPEN OUTPUT NEW-REGISTER-FILE
              PERFORM READ-REGISTER-RECORD
              PERFORM DECIDE-ONE-RECORD UNTIL WS-REGISTER-EOF
              CLOSE NEW-REGISTER-FILE
              CLOSE REGISTER-FILE
              IF WS-ACTION-APPROVE
                 CLOSE TRANS-FILE
              END-IF
              MOVE SPACES TO WS-SHELL-CMD
              STRING "mv -f " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-NEW-REGISTER-FILENAME)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-REGISTER-FILENAME)
                        DELIMITED BY SIZE
                     INTO WS-SHELL-CMD
              END-STRING
              CALL "SYSTEM" USING WS-SHELL-CMD
                  RETURNING WS-SHELL-RC
              IF WS-ACTIONED-COUNT = 0 AND WS-RETURN-CODE = 0
                 IF WS-LOCALE-EN
                    DISPLAY "No pending batch " WS-TARGET-REF
                 ELSE
                    DISPLAY "Aucun lot en attente " WS-TARGET-REF
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              IF WS-ACTION-APPROVE AND WS-ACTIONED-COUNT > 0
                 IF WS-LOCALE-EN
                    DISPLAY "Postings released to "
                            FUNCTION TRIM (WS-TRANS-FILENAME) ": "
                            WS-RELEASED-COUNT
                            "  skipped (already reversed): "
                            WS-SKIPPED-COUNT
                 ELSE
                    DISPLAY "Ecritures transmises a "
                            FUNCTION TRIM (WS-TRANS-FILENAME) ": "
                            WS-RELEASED-COUNT
                            "  ecartees (deja extournees): "
                            WS-SKIPPED-COUNT
                 END-IF
                 IF WS-SKIPPED-COUNT > 0 AND WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
              AT END
                 SET WS-REGISTER-EOF TO TRUE
              NOT AT END
                 MOVE REGISTER-RECORD TO WS-RECLASS-VIEW
           END-READ.

       DECIDE-ONE-RECORD.
           IF RR-IS-HEADER OF WS-RECLASS-VIEW
              MOVE "N" TO WS-IN-TARGET-FLAG
              IF RR-REFERENCE OF WS-RECLASS-VIEW = WS-TARGET-REF
                 AND RRH-PENDING OF WS-RECLASS-VIEW
                 PERFORM DECIDE-BATCH-HEADER
              END-IF
           ELSE
              IF WS-IN-TARGET AND WS-ACTION-APPROVE
                 PERFORM RELEASE-ONE-LINE
              END-IF
           END-IF
           MOVE WS-RECLASS-VIEW TO NEW-REGISTER-RECORD
           WRITE NEW-REGISTER-RECORD
           PERFORM READ-REGISTER-RECORD.

       DECIDE-BATCH-HEADER.
           IF RRH-MAKER OF WS-RECLASS-VIEW = WS-USER-NAME
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: the approver must differ "
                         "from the maker"
              ELSE
                 DISPLAY "REFUSE: l'approbateur doit etre "
                         "different de l'initiateur"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              SET WS-IN-TARGET TO TRUE
              ADD 1 TO WS-ACTIONED-COUNT
              IF WS-ACTION-APPROVE
                 MOVE "A" TO RRH-STATUS OF WS-RECLASS-VIEW
                 MOVE "APPROUVE" TO WS-AUDIT-ACTION
              ELSE
                 MOVE "R" TO RRH-STATUS OF WS-RECLASS-VIEW
                 MOVE "REJETE" TO WS-AUDIT-ACTION
              END-IF
              MOVE WS-USER-NAME TO RRH-APPROVER OF WS-RECLASS-VIEW
              MOVE WS-RUN-DATE-NUM TO RRH-DECIDED OF WS-RECLASS-VIEW
              MOVE WS-TARGET-REF TO WS-AUDIT-REF
              PERFORM APPEND-RECLASS-AUDIT
              IF WS-LOCALE-EN
                 DISPLAY "Batch " WS-TARGET-REF " "
                         FUNCTION TRIM (WS-AUDIT-ACTION)
              ELSE
                 DISPLAY "Lot " WS-TARGET-REF " "
                         FUNCTION TRIM (WS-AUDIT-ACTION)
              END-IF
           END-IF.

      * The reversal is the feed's REV record naming the original;
      * the re-posting repeats the original operands with the one
      * field corrected.
       RELEASE-ONE-LINE.
           MOVE RRL-TRANS-ID OF WS-RECLASS-VIEW TO WS-CHECK-TRANS-ID
           PERFORM CHECK-REVERSAL-REGISTER
           IF WS-ALREADY-REVERSED
              ADD 1 TO WS-SKIPPED-COUNT
              IF WS-LOCALE-EN
                 DISPLAY "SKIPPED: " WS-CHECK-TRANS-ID
                         " already reversed"
              ELSE
                 DISPLAY "ECARTE: " WS-CHECK-TRANS-ID
                         " deja extourne"
              END-IF
           ELSE
              MOVE SPACES TO TRANS-RECORD
              MOVE "REV" TO TREV-TYPE
              MOVE WS-CHECK-TRANS-ID TO TREV-ORIG-ID
              WRITE TRANS-RECORD
              MOVE SPACES TO TRANS-RECORD
              MOVE RRL-NUM1 OF WS-RECLASS-VIEW TO TRANS-NUM1
              MOVE RRL-NUM2 OF WS-RECLASS-VIEW TO TRANS-NUM2
              MOVE RRL-OPERATION OF WS-RECLASS-VIEW TO TRANS-OPERATION
              MOVE RRL-CURRENCY OF WS-RECLASS-VIEW TO TRANS-CURRENCY
              MOVE RRL-ENTITY OF WS-RECLASS-VIEW TO TRANS-ENTITY
              MOVE RRL-TAX-CODE OF WS-RECLASS-VIEW TO TRANS-TAX-CODE
              MOVE RRL-ACCOUNT OF WS-RECLASS-VIEW TO TRANS-ACCOUNT
              MOVE 0 TO TRANS-VALUE-DATE
              MOVE RRL-DEPARTMENT OF WS-RECLASS-VIEW
                 TO TRANS-DEPARTMENT
              EVALUATE TRUE
                 WHEN RRL-FIELD-ACCOUNT OF WS-RECLASS-VIEW
                    MOVE RRL-NEW-VALUE OF WS-RECLASS-VIEW
                       TO TRANS-ACCOUNT
                 WHEN RRL-FIELD-TAX OF WS-RECLASS-VIEW
                    MOVE RRL-NEW-VALUE OF WS-RECLASS-VIEW
                       TO TRANS-TAX-CODE
                 WHEN RRL-FIELD-DEPARTMENT OF WS-RECLASS-VIEW
                    MOVE RRL-NEW-VALUE OF WS-RECLASS-VIEW
                       TO TRANS-DEPARTMENT
                 WHEN OTHER
                    MOVE RRL-NEW-VALUE OF WS-RECLASS-VIEW
                       TO TRANS-ENTITY
              END-EVALUATE
              WRITE TRANS-RECORD
              ADD 1 TO WS-RELEASED-COUNT
           END-IF.

       DO-LIST.
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "No batches in the register"
              ELSE
                 DISPLAY "Aucun lot au registre"
              END-IF
           ELSE
              PERFORM READ-REGISTER-RECORD
              PERFORM LIST-ONE-RECORD UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
              IF WS-LOCALE-EN
                 DISPLAY "Batches awaiting approval: "
                         WS-PENDING-COUNT
              ELSE
                 DISPLAY "Lots en attente d'approbation: "
                         WS-PENDING-COUNT
              END-IF
           END-IF.

       LIST-ONE-RECORD.
           IF RR-IS-HEADER OF WS-RECLASS-VIEW
              AND RRH-PENDING OF WS-RECLASS-VIEW
              ADD 1 TO WS-PENDING-COUNT
              DISPLAY "  " RR-REFERENCE OF WS-RECLASS-VIEW " "
                      RRH-ENTERED OF WS-RECLASS-VIEW " "
                      RRH-LINE-COUNT OF WS-RECLASS-VIEW
                      " ECRITURE(S) PAR "
                      FUNCTION TRIM (RRH-MAKER OF WS-RECLASS-VIEW)
           END-IF
           PERFORM READ-REGISTER-RECORD.

       APPEND-RECLASS-AUDIT.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = "00"
              MOVE SPACES TO JOURNAL-RECORD
              STRING WS-RUN-DATE       DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-RUN-TIME (1:6) DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     FUNCTION TRIM (WS-USER-NAME)
                        DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-AUDIT-ACTION   DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-AUDIT-REF      DELIMITED BY SIZE
                     INTO JOURNAL-RECORD
              END-STRING
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
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

       END PROGRAM MASS-RECLASS.
