       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUAL-JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-STATUS.

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

           SELECT COA-FILE ASSIGN TO DYNAMIC WS-COA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY MANJRNL.

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
             88 PRF-ROLE-SUPERVISOR          VALUE "S".
             88 PRF-ROLE-INQUIRY             VALUE "I".

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
       01 AUDIT-RECORD            PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILENAME       PIC X(100)
                                     VALUE "manual_journal_in.dat".
       01 WS-INPUT-STATUS         PIC X(2).
       01 WS-INPUT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-INPUT-EOF                     VALUE "Y".
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "manual_journals.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-REGISTER-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REGISTER-EOF                  VALUE "Y".
       01 WS-NEW-REGISTER-FILENAME PIC X(104)
                                     VALUE "manual_journals.dat.new".
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
       01 WS-COA-FILENAME         PIC X(100)
                                     VALUE "coa_mapping.dat".
       01 WS-COA-STATUS           PIC X(2).
       01 WS-COA-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-COA-EOF                       VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100)
                                     VALUE "manual_journal_audit.log".
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-JOURNAL-VIEW.
           COPY MANJRNL.
       01 WS-LINE-VIEW.
           COPY MANJRNL.

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

      * Accounts and cost centres a journal line may name: every
      * account, contra and cost centre on the COA mapping.
       01 WS-ACCT-TABLE.
          05 WS-ACCT-CODE OCCURS 100 TIMES PIC X(4).
       01 WS-ACCT-USED            PIC 9(3)    VALUE 0.
       01 WS-ACCT-MAX             PIC 9(3)    VALUE 100.
       01 WS-ACCT-IDX             PIC 9(3).
       01 WS-CC-TABLE.
          05 WS-CC-CODE OCCURS 50 TIMES PIC X(6).
       01 WS-CC-USED              PIC 9(3)    VALUE 0.
       01 WS-CC-MAX               PIC 9(3)    VALUE 50.
       01 WS-CC-IDX               PIC 9(3).
       01 WS-LOOKUP-FLAG          PIC X(1)    VALUE "N".
          88 WS-LOOKUP-FOUND                  VALUE "Y".
       01 WS-LOOKUP-CODE          PIC X(6).

       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 WS-ENT-TBL-CODE      PIC X(3).
             10 WS-ENT-TBL-CCY       PIC X(3).
             10 WS-ENT-TBL-ACTIVE    PIC X(1).
       01 WS-ENT-USED             PIC 9(2)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(2)    VALUE 20.
       01 WS-ENT-IDX              PIC 9(2).
       01 WS-ENT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-ENT-FOUND                     VALUE "Y".

      * The journal being assembled from the input: its header and
      * up to 99 lines, checked as a whole before anything is filed.
       01 WS-HEADER-FLAG          PIC X(1)    VALUE "N".
          88 WS-HAVE-HEADER                   VALUE "Y".
       01 WS-HEADER-RECORD        PIC X(141).
       01 WS-LINE-TABLE.
          05 WS-LINE-RECORD OCCURS 99 TIMES PIC X(141).
       01 WS-LINE-USED            PIC 9(3)    VALUE 0.
       01 WS-LINE-MAX             PIC 9(3)    VALUE 99.
       01 WS-LINE-IDX             PIC 9(3).
       01 WS-ORPHAN-LINES         PIC 9(5)    VALUE 0.
       01 WS-LINE-OVERFLOW-FLAG   PIC X(1)    VALUE "N".
          88 WS-LINE-OVERFLOW                 VALUE "Y".
       01 WS-JOURNAL-DEBITS       PIC 9(13)V99.
       01 WS-JOURNAL-CREDITS      PIC 9(13)V99.
       01 WS-REJECT-REASON        PIC X(50).
       01 WS-LINE-REASON          PIC X(50).
       01 WS-JOURNAL-SEQ          PIC 9(5)    VALUE 0.

       01 WS-FISCAL-DATE          PIC 9(8).
       01 WS-FISCAL-YEAR          PIC 9(4).
       01 WS-FISCAL-PERIOD        PIC 9(2).
       01 WS-FISCAL-CLOSED        PIC X(1)    VALUE "N".
          88 WS-PERIOD-IS-CLOSED              VALUE "Y".
       01 WS-FISCAL-STATUS        PIC 9(2).

       01 WS-IFACE-NAME           PIC X(10)   VALUE "MANJOURNAL".
       01 WS-IFACE-SEQ            PIC 9(6).
       01 WS-NEW-REFERENCE        PIC X(8).

       01 WS-SUBMITTED-COUNT      PIC 9(5)    VALUE 0.
       01 WS-REFUSED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-PENDING-COUNT        PIC 9(5)    VALUE 0.
       01 WS-ACTIONED-COUNT       PIC 9(3)    VALUE 0.
       01 WS-IN-TARGET-FLAG       PIC X(1)    VALUE "N".
          88 WS-IN-TARGET                     VALUE "Y".
       01 WS-LIST-FLAG            PIC X(1)    VALUE "N".
          88 WS-LISTING-PENDING               VALUE "Y".
       01 WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01 WS-AMOUNT-EDIT-2        PIC Z(12)9.99.
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

           ACCEPT WS-ACTION FROM ENVIRONMENT "MJ_ACTION"
           ACCEPT WS-TARGET-REF FROM ENVIRONMENT "MJ_REFERENCE"
           ACCEPT WS-INPUT-FILENAME FROM ENVIRONMENT "MJ_FILE"
           IF WS-INPUT-FILENAME = SPACES
              MOVE "manual_journal_in.dat" TO WS-INPUT-FILENAME
           END-IF

           PERFORM LOOKUP-USER-ROLE
           IF WS-USER-IS-INQUIRY AND NOT WS-ACTION-LIST
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-USER-NAME)
                         " may not enter or approve journals"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-USER-NAME)
                         " n'est pas habilite a saisir ou "
                         "approuver des ecritures"
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

      * Journals are read header by header; each one is validated
      * as a whole and only a balanced journal is filed, pending
      * the approval of a second supervisor.
       DO-SUBMIT.
           PERFORM LOAD-COA-CODES
           PERFORM LOAD-ENTITY-MASTER
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: journal file not found: "
                         FUNCTION TRIM (WS-INPUT-FILENAME)
              ELSE
                 DISPLAY "ERREUR: fichier d'ecritures introuvable: "
                         FUNCTION TRIM (WS-INPUT-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM READ-INPUT-RECORD
              PERFORM TAKE-INPUT-RECORD UNTIL WS-INPUT-EOF
              CLOSE INPUT-FILE
              IF WS-HAVE-HEADER
                 PERFORM CHECK-AND-FILE-JOURNAL
              END-IF
              IF WS-ORPHAN-LINES > 0
                 IF WS-LOCALE-EN
                    DISPLAY "REJECTED: " WS-ORPHAN-LINES
                            " line(s) with no journal header"
                 ELSE
                    DISPLAY "REJETE: " WS-ORPHAN-LINES
                            " ligne(s) sans en-tete d'ecriture"
                 END-IF
                 ADD 1 TO WS-REFUSED-COUNT
              END-IF
              IF WS-LOCALE-EN
                 DISPLAY "Journals submitted for approval: "
                         WS-SUBMITTED-COUNT
                         "  rejected: " WS-REFUSED-COUNT
              ELSE
                 DISPLAY "Ecritures soumises a approbation: "
                         WS-SUBMITTED-COUNT
                         "  rejetees: " WS-REFUSED-COUNT
              END-IF
              IF WS-REFUSED-COUNT > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       READ-INPUT-RECORD.
           READ INPUT-FILE
              AT END
                 SET WS-INPUT-EOF TO TRUE
           END-READ.

       TAKE-INPUT-RECORD.
           EVALUATE TRUE
              WHEN MJ-IS-HEADER OF INPUT-RECORD
                 IF WS-HAVE-HEADER
                    PERFORM CHECK-AND-FILE-JOURNAL
                 END-IF
                 SET WS-HAVE-HEADER TO TRUE
                 MOVE INPUT-RECORD TO WS-HEADER-RECORD
                 MOVE 0 TO WS-LINE-USED
                 MOVE "N" TO WS-LINE-OVERFLOW-FLAG
              WHEN MJ-IS-LINE OF INPUT-RECORD
                 IF NOT WS-HAVE-HEADER
                    ADD 1 TO WS-ORPHAN-LINES
                 ELSE
                    IF WS-LINE-USED >= WS-LINE-MAX
                       SET WS-LINE-OVERFLOW TO TRUE
                    ELSE
                       ADD 1 TO WS-LINE-USED
                       MOVE INPUT-RECORD
                          TO WS-LINE-RECORD (WS-LINE-USED)
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM READ-INPUT-RECORD.

       CHECK-AND-FILE-JOURNAL.
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-JOURNAL-DEBITS
           MOVE 0 TO WS-JOURNAL-CREDITS
           MOVE WS-HEADER-RECORD TO WS-JOURNAL-VIEW
           PERFORM CHECK-JOURNAL-HEADER
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-ONE-LINE
                 VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-USED
                    OR WS-REJECT-REASON NOT = SPACES
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
              MOVE WS-JOURNAL-DEBITS TO WS-AMOUNT-EDIT
              MOVE WS-JOURNAL-CREDITS TO WS-AMOUNT-EDIT-2
              STRING "DESEQUILIBRE D " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMOUNT-EDIT)
                        DELIMITED BY SIZE
                     " C " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AMOUNT-EDIT-2)
                        DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              END-STRING
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              IF WS-LOCALE-EN
                 DISPLAY "REJECTED: journal " WS-JOURNAL-SEQ " ("
                         FUNCTION TRIM (MJH-DESCRIPTION
                            OF WS-JOURNAL-VIEW)
                         "): " FUNCTION TRIM (WS-REJECT-REASON)
              ELSE
                 DISPLAY "REJETE: ecriture " WS-JOURNAL-SEQ " ("
                         FUNCTION TRIM (MJH-DESCRIPTION
                            OF WS-JOURNAL-VIEW)
                         "): " FUNCTION TRIM (WS-REJECT-REASON)
              END-IF
           ELSE
              PERFORM FILE-PENDING-JOURNAL
           END-IF
           MOVE "N" TO WS-HEADER-FLAG
           MOVE 0 TO WS-LINE-USED.

       CHECK-JOURNAL-HEADER.
           EVALUATE TRUE
              WHEN WS-LINE-OVERFLOW
                 MOVE "PLUS DE 99 LIGNES" TO WS-REJECT-REASON
              WHEN WS-LINE-USED < 2
                 MOVE "MOINS DE DEUX LIGNES" TO WS-REJECT-REASON
              WHEN MJH-POST-DATE OF WS-JOURNAL-VIEW NOT NUMERIC
                 MOVE "DATE COMPTABLE INVALIDE" TO WS-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD
                      (MJH-POST-DATE OF WS-JOURNAL-VIEW) NOT = 0
                 MOVE "DATE COMPTABLE INVALIDE" TO WS-REJECT-REASON
              WHEN MJH-DESCRIPTION OF WS-JOURNAL-VIEW = SPACES
                 MOVE "LIBELLE ABSENT" TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-JOURNAL-ENTITY
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE MJH-POST-DATE OF WS-JOURNAL-VIEW TO WS-FISCAL-DATE
              CALL "FISCAL_PERIOD" USING WS-FISCAL-DATE,
                                          WS-FISCAL-YEAR,
                                          WS-FISCAL-PERIOD,
                                          WS-FISCAL-CLOSED,
                                          WS-FISCAL-STATUS
              IF WS-FISCAL-STATUS = 0 AND WS-PERIOD-IS-CLOSED
                 MOVE "PERIODE COMPTABLE CLOTUREE"
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

      * With no entity master on site any entity is taken, so
      * single-entity shops keep running; the journal currency
      * defaults to the entity's functional currency.
       CHECK-JOURNAL-ENTITY.
           IF MJH-ENTITY OF WS-JOURNAL-VIEW = SPACES
              MOVE "ENTITE ABSENTE" TO WS-REJECT-REASON
           ELSE
              IF WS-ENT-USED > 0
                 MOVE "N" TO WS-ENT-FOUND-FLAG
                 PERFORM FIND-ENTITY
                    VARYING WS-ENT-IDX FROM 1 BY 1
                    UNTIL WS-ENT-IDX > WS-ENT-USED OR WS-ENT-FOUND
                 IF NOT WS-ENT-FOUND
                    MOVE "ENTITE INCONNUE OU INACTIVE"
                       TO WS-REJECT-REASON
                 ELSE
                    IF MJH-CURRENCY OF WS-JOURNAL-VIEW = SPACES
                       MOVE WS-ENT-TBL-CCY (WS-ENT-IDX)
                          TO MJH-CURRENCY OF WS-JOURNAL-VIEW
                    END-IF
                 END-IF
              END-IF
              IF WS-REJECT-REASON = SPACES
                 AND MJH-CURRENCY OF WS-JOURNAL-VIEW = SPACES
                 MOVE "DEVISE ABSENTE" TO WS-REJECT-REASON
              END-IF
           END-IF.

       FIND-ENTITY.
           IF WS-ENT-TBL-CODE (WS-ENT-IDX) =
                 MJH-ENTITY OF WS-JOURNAL-VIEW
              AND WS-ENT-TBL-ACTIVE (WS-ENT-IDX) = "Y"
              SET WS-ENT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ENT-IDX
           END-IF.

       CHECK-ONE-LINE.
           MOVE WS-LINE-RECORD (WS-LINE-IDX) TO WS-LINE-VIEW
           EVALUATE TRUE
              WHEN NOT MJL-DEBIT OF WS-LINE-VIEW
                 AND NOT MJL-CREDIT OF WS-LINE-VIEW
                 MOVE "SENS D/C INVALIDE" TO WS-REJECT-REASON
              WHEN MJL-AMOUNT OF WS-LINE-VIEW NOT NUMERIC
                 MOVE "MONTANT INVALIDE" TO WS-REJECT-REASON
              WHEN MJL-AMOUNT OF WS-LINE-VIEW = 0
                 MOVE "MONTANT NUL" TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE MJL-ACCOUNT OF WS-LINE-VIEW TO WS-LOOKUP-CODE
                 MOVE "N" TO WS-LOOKUP-FLAG
                 PERFORM FIND-ACCOUNT
                    VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-USED
                       OR WS-LOOKUP-FOUND
                 IF NOT WS-LOOKUP-FOUND
                    STRING "COMPTE HORS PLAN: " DELIMITED BY SIZE
                           MJL-ACCOUNT OF WS-LINE-VIEW
                              DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                    END-STRING
                 END-IF
                 IF WS-REJECT-REASON = SPACES
                    AND MJL-COST-CENTER OF WS-LINE-VIEW NOT = SPACES
                    MOVE MJL-COST-CENTER OF WS-LINE-VIEW
                       TO WS-LOOKUP-CODE
                    MOVE "N" TO WS-LOOKUP-FLAG
                    PERFORM FIND-COST-CENTER
                       VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-USED
                          OR WS-LOOKUP-FOUND
                    IF NOT WS-LOOKUP-FOUND
                       STRING "CENTRE DE COUT INCONNU: "
                                 DELIMITED BY SIZE
                              MJL-COST-CENTER OF WS-LINE-VIEW
                                 DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                       END-STRING
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              IF MJL-DEBIT OF WS-LINE-VIEW
                 ADD MJL-AMOUNT OF WS-LINE-VIEW TO WS-JOURNAL-DEBITS
              ELSE
                 ADD MJL-AMOUNT OF WS-LINE-VIEW TO WS-JOURNAL-CREDITS
              END-IF
           ELSE
              MOVE SPACES TO WS-LINE-REASON
              STRING "LIGNE " DELIMITED BY SIZE
                     WS-LINE-IDX DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                     INTO WS-LINE-REASON
              END-STRING
              MOVE WS-LINE-REASON TO WS-REJECT-REASON
           END-IF.

       FIND-ACCOUNT.
           IF WS-ACCT-CODE (WS-ACCT-IDX) = WS-LOOKUP-CODE (1:4)
              SET WS-LOOKUP-FOUND TO TRUE
           END-IF.

       FIND-COST-CENTER.
           IF WS-CC-CODE (WS-CC-IDX) = WS-LOOKUP-CODE
              SET WS-LOOKUP-FOUND TO TRUE
           END-IF.

      * The reference is drawn from the interface sequence register
      * so journal numbers never repeat, even across registers.
       FILE-PENDING-JOURNAL.
           CALL "SEQ_REGISTER" USING WS-IFACE-NAME, WS-IFACE-SEQ
           MOVE SPACES TO WS-NEW-REFERENCE
           STRING "MJ" DELIMITED BY SIZE
                  WS-IFACE-SEQ DELIMITED BY SIZE
                  INTO WS-NEW-REFERENCE
           END-STRING
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: cannot write journal register "
                         FUNCTION TRIM (WS-REGISTER-FILENAME)
              ELSE
                 DISPLAY "ERREUR: ecriture du registre des ecritures "
                         "impossible " FUNCTION TRIM
                         (WS-REGISTER-FILENAME)
              END-IF
              MOVE 8 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-NEW-REFERENCE TO MJ-REFERENCE OF WS-JOURNAL-VIEW
           MOVE "P" TO MJ-STATUS OF WS-JOURNAL-VIEW
           MOVE WS-USER-NAME TO MJH-MAKER OF WS-JOURNAL-VIEW
           MOVE WS-RUN-DATE-NUM TO MJH-ENTERED OF WS-JOURNAL-VIEW
           MOVE SPACES TO MJH-APPROVER OF WS-JOURNAL-VIEW
           MOVE 0 TO MJH-DECIDED OF WS-JOURNAL-VIEW
           MOVE 0 TO MJH-EXTRACT-DATE OF WS-JOURNAL-VIEW
           MOVE SPACES TO MJH-EXTRACT-SCOPE OF WS-JOURNAL-VIEW
           MOVE WS-JOURNAL-VIEW TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM FILE-ONE-LINE
              VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-USED
           CLOSE REGISTER-FILE
           CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME, WS-IFACE-SEQ,
                                           WS-REGISTER-FILENAME
           ADD 1 TO WS-SUBMITTED-COUNT
           MOVE "SOUMIS" TO WS-AUDIT-ACTION
           MOVE WS-NEW-REFERENCE TO WS-AUDIT-REF
           PERFORM APPEND-JOURNAL-AUDIT
           MOVE WS-JOURNAL-DEBITS TO WS-AMOUNT-EDIT
           IF WS-LOCALE-EN
              DISPLAY "Journal " WS-NEW-REFERENCE " submitted ("
                      FUNCTION TRIM (MJH-DESCRIPTION OF WS-JOURNAL-VIEW)
                      ") total " FUNCTION TRIM (WS-AMOUNT-EDIT) " "
                      MJH-CURRENCY OF WS-JOURNAL-VIEW
                      " - awaiting a second supervisor"
           ELSE
              DISPLAY "Ecriture " WS-NEW-REFERENCE " soumise ("
                      FUNCTION TRIM (MJH-DESCRIPTION OF WS-JOURNAL-VIEW)
                      ") total " FUNCTION TRIM (WS-AMOUNT-EDIT) " "
                      MJH-CURRENCY OF WS-JOURNAL-VIEW
                      " - en attente d'un second superviseur"
           END-IF.

       FILE-ONE-LINE.
           MOVE WS-LINE-RECORD (WS-LINE-IDX) TO WS-LINE-VIEW
           MOVE WS-NEW-REFERENCE TO MJ-REFERENCE OF WS-LINE-VIEW
           MOVE SPACE TO MJ-STATUS OF WS-LINE-VIEW
           MOVE WS-LINE-IDX TO MJL-LINE-NO OF WS-LINE-VIEW
           MOVE WS-LINE-VIEW TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      * The four-eyes rule: the approver must not be the maker.
       DO-DECIDE.
           IF WS-TARGET-REF = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: MJ_REFERENCE=<reference> is required"
              ELSE
                 DISPLAY "Erreur: MJ_REFERENCE=<reference> est requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "No journals in the register"
              ELSE
                 DISPLAY "Aucune ecriture au registre"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT NEW-REGISTER-FILE
              PERFORM READ-REGISTER-RECORD
              PERFORM DECIDE-ONE-RECORD UNTIL WS-REGISTER-EOF
              CLOSE NEW-REGISTER-FILE
              CLOSE REGISTER-FILE
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
                    DISPLAY "No pending journal " WS-TARGET-REF
                 ELSE
                    DISPLAY "Aucune ecriture en attente "
                            WS-TARGET-REF
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
              AT END
                 SET WS-REGISTER-EOF TO TRUE
              NOT AT END
                 MOVE REGISTER-RECORD TO WS-JOURNAL-VIEW
           END-READ.

       DECIDE-ONE-RECORD.
           IF MJ-IS-HEADER OF WS-JOURNAL-VIEW
              AND MJ-REFERENCE OF WS-JOURNAL-VIEW = WS-TARGET-REF
              AND MJ-PENDING OF WS-JOURNAL-VIEW
              IF MJH-MAKER OF WS-JOURNAL-VIEW = WS-USER-NAME
                 IF WS-LOCALE-EN
                    DISPLAY "REFUSED: the approver must differ "
                            "from the maker"
                 ELSE
                    DISPLAY "REFUSE: l'approbateur doit etre "
                            "different de l'initiateur"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
              ELSE
                 ADD 1 TO WS-ACTIONED-COUNT
                 IF WS-ACTION-APPROVE
                    MOVE "A" TO MJ-STATUS OF WS-JOURNAL-VIEW
                    MOVE "APPROUVE" TO WS-AUDIT-ACTION
                 ELSE
                    MOVE "R" TO MJ-STATUS OF WS-JOURNAL-VIEW
                    MOVE "REJETE" TO WS-AUDIT-ACTION
                 END-IF
                 MOVE WS-USER-NAME TO MJH-APPROVER OF WS-JOURNAL-VIEW
                 MOVE WS-RUN-DATE-NUM TO MJH-DECIDED OF WS-JOURNAL-VIEW
                 MOVE WS-TARGET-REF TO WS-AUDIT-REF
                 PERFORM APPEND-JOURNAL-AUDIT
                 IF WS-LOCALE-EN
                    DISPLAY "Journal " WS-TARGET-REF " "
                            FUNCTION TRIM (WS-AUDIT-ACTION)
                 ELSE
                    DISPLAY "Ecriture " WS-TARGET-REF " "
                            FUNCTION TRIM (WS-AUDIT-ACTION)
                 END-IF
              END-IF
           END-IF
           MOVE WS-JOURNAL-VIEW TO NEW-REGISTER-RECORD
           WRITE NEW-REGISTER-RECORD
           PERFORM READ-REGISTER-RECORD.

       DO-LIST.
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "No journals in the register"
              ELSE
                 DISPLAY "Aucune ecriture au registre"
              END-IF
           ELSE
              PERFORM READ-REGISTER-RECORD
              PERFORM LIST-ONE-RECORD UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
              IF WS-LOCALE-EN
                 DISPLAY "Journals awaiting approval: "
                         WS-PENDING-COUNT
              ELSE
                 DISPLAY "Ecritures en attente d'approbation: "
                         WS-PENDING-COUNT
              END-IF
           END-IF.

       LIST-ONE-RECORD.
           IF MJ-IS-HEADER OF WS-JOURNAL-VIEW
              MOVE "N" TO WS-LIST-FLAG
              IF MJ-PENDING OF WS-JOURNAL-VIEW
                 SET WS-LISTING-PENDING TO TRUE
                 ADD 1 TO WS-PENDING-COUNT
                 DISPLAY "  " MJ-REFERENCE OF WS-JOURNAL-VIEW " "
                         MJH-POST-DATE OF WS-JOURNAL-VIEW " "
                         MJH-ENTITY OF WS-JOURNAL-VIEW " "
                         MJH-CURRENCY OF WS-JOURNAL-VIEW " "
                         FUNCTION TRIM (MJH-DESCRIPTION
                            OF WS-JOURNAL-VIEW)
                         " PAR " FUNCTION TRIM (MJH-MAKER
                            OF WS-JOURNAL-VIEW)
              END-IF
           ELSE
              IF WS-LISTING-PENDING
                 MOVE MJL-AMOUNT OF WS-JOURNAL-VIEW TO WS-AMOUNT-EDIT
                 DISPLAY "      " MJL-LINE-NO OF WS-JOURNAL-VIEW " "
                         MJL-ACCOUNT OF WS-JOURNAL-VIEW " "
                         MJL-COST-CENTER OF WS-JOURNAL-VIEW " "
                         MJL-SENSE OF WS-JOURNAL-VIEW " "
                         WS-AMOUNT-EDIT " "
                         FUNCTION TRIM (MJL-DESCRIPTION
                            OF WS-JOURNAL-VIEW)
              END-IF
           END-IF
           PERFORM READ-REGISTER-RECORD.

       LOAD-COA-CODES.
           MOVE "N" TO WS-COA-EOF-FLAG
           ACCEPT WS-COA-FILENAME FROM ENVIRONMENT "COA_FILE"
           IF WS-COA-FILENAME = SPACES
              MOVE "coa_mapping.dat" TO WS-COA-FILENAME
           END-IF
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS = "00"
              PERFORM READ-COA-RECORD
              PERFORM LOAD-ONE-COA UNTIL WS-COA-EOF
              CLOSE COA-FILE
           END-IF.

       READ-COA-RECORD.
           READ COA-FILE
              AT END
                 SET WS-COA-EOF TO TRUE
           END-READ.

       LOAD-ONE-COA.
           MOVE COA-ACCOUNT TO WS-LOOKUP-CODE
           PERFORM ADD-ACCOUNT-CODE
           MOVE COA-CONTRA TO WS-LOOKUP-CODE
           PERFORM ADD-ACCOUNT-CODE
           IF COA-COST-CENTER NOT = SPACES
              MOVE COA-COST-CENTER TO WS-LOOKUP-CODE
              MOVE "N" TO WS-LOOKUP-FLAG
              PERFORM FIND-COST-CENTER
                 VARYING WS-CC-IDX FROM 1 BY 1
                 UNTIL WS-CC-IDX > WS-CC-USED OR WS-LOOKUP-FOUND
              IF NOT WS-LOOKUP-FOUND AND WS-CC-USED < WS-CC-MAX
                 ADD 1 TO WS-CC-USED
                 MOVE COA-COST-CENTER TO WS-CC-CODE (WS-CC-USED)
              END-IF
           END-IF
           PERFORM READ-COA-RECORD.

       ADD-ACCOUNT-CODE.
           IF WS-LOOKUP-CODE (1:4) NOT = SPACES
              MOVE "N" TO WS-LOOKUP-FLAG
              PERFORM FIND-ACCOUNT
                 VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > WS-ACCT-USED OR WS-LOOKUP-FOUND
              IF NOT WS-LOOKUP-FOUND AND WS-ACCT-USED < WS-ACCT-MAX
                 ADD 1 TO WS-ACCT-USED
                 MOVE WS-LOOKUP-CODE (1:4)
                    TO WS-ACCT-CODE (WS-ACCT-USED)
              END-IF
           END-IF.

       LOAD-ENTITY-MASTER.
           MOVE "N" TO WS-ENTITY-EOF-FLAG
           ACCEPT WS-ENTITY-FILENAME FROM ENVIRONMENT "ENTITY_FILE"
           IF WS-ENTITY-FILENAME = SPACES
              MOVE "entity_master.dat" TO WS-ENTITY-FILENAME
           END-IF
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
              MOVE ENT-ACTIVE TO WS-ENT-TBL-ACTIVE (WS-ENT-USED)
           END-IF
           PERFORM READ-ENTITY-RECORD.

       APPEND-JOURNAL-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-RECORD
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
                     INTO AUDIT-RECORD
              END-STRING
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
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

       END PROGRAM MANUAL-JOURNAL.
