       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUP-CONSOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT COA-FILE ASSIGN TO DYNAMIC WS-COA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT BOOK-FILE ASSIGN TO DYNAMIC WS-BOOK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOK-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT NEW-HISTORY-FILE
           ASSIGN TO DYNAMIC WS-NEW-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-HISTORY-STATUS.

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
          05 FILLER               PIC X(1).
          05 COA-BOOK             PIC X(4).

       FD BOOK-FILE.
       01 BOOK-RECORD.
           COPY GLBOOK.

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

      * Closing balances of each consolidation, by entity, account,
      * currency and intercompany partner: the amount in its own
      * currency and its value in the entity's currency and in group
      * currency at that period's closing rates.  The latest closing
      * before the period is brought forward.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 GCH-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 GCH-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 GCH-LINE             PIC X(4).
          05 FILLER               PIC X(1).
          05 GCH-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 GCH-PARTNER          PIC X(3).
          05 FILLER               PIC X(1).
          05 GCH-AMOUNT           PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 GCH-LOCAL            PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 GCH-GROUP            PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 GCH-GROUP-CCY        PIC X(3).

       FD NEW-HISTORY-FILE.
       01 NEW-HISTORY-RECORD      PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ENTITY-FILENAME      PIC X(100)
                                     VALUE "entity_master.dat".
       01 WS-ENTITY-STATUS        PIC X(2).
       01 WS-ENTITY-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                    VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-COA-FILENAME         PIC X(100)  VALUE "coa_mapping.dat".
       01 WS-COA-STATUS           PIC X(2).
       01 WS-COA-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-COA-EOF                       VALUE "Y".
       01 WS-BOOK-FILENAME        PIC X(100)  VALUE "gl_books.dat".
       01 WS-BOOK-STATUS          PIC X(2).
       01 WS-ACCOUNT-FILENAME     PIC X(100)
                                     VALUE "account_master.dat".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2).
       01 WS-ACCOUNT-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-ACCOUNT-EOF                   VALUE "Y".
       01 WS-HISTORY-FILENAME     PIC X(100)
                                     VALUE "group_consol_history.dat".
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-HISTORY-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-HISTORY-EOF                   VALUE "Y".
       01 WS-NEW-HISTORY-FILENAME PIC X(104)
                              VALUE "group_consol_history.dat.new".
       01 WS-NEW-HISTORY-STATUS   PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-CONSOL-FROM          PIC X(8).
       01 WS-CONSOL-FROM-NUM REDEFINES WS-CONSOL-FROM PIC 9(8).
       01 WS-CONSOL-TO            PIC X(8).
       01 WS-CONSOL-TO-NUM REDEFINES WS-CONSOL-TO PIC 9(8).
       01 WS-FROM-INT             PIC 9(8).
       01 WS-TO-INT               PIC 9(8).
       01 WS-DAY-INT              PIC 9(8).
       01 WS-DAY-DATE             PIC 9(8).
       01 WS-CONSOL-BOOK          PIC X(4)    VALUE SPACES.
       01 WS-GROUP-CCY            PIC X(3)    VALUE "EUR".
       01 WS-CYCLE-NUM            PIC 9(2).
       01 WS-FILE-ENTITY          PIC X(3).
       01 WS-FILES-READ           PIC 9(5)    VALUE 0.
       01 WS-RECORDS-TAKEN        PIC 9(7)    VALUE 0.
       01 WS-IC-RECORDS           PIC 9(7)    VALUE 0.
       01 WS-UNASSIGNED-COUNT     PIC 9(7)    VALUE 0.
       01 WS-OUT-OF-SCOPE-COUNT   PIC 9(7)    VALUE 0.
       01 WS-UNPRICED-COUNT       PIC 9(3)    VALUE 0.
       01 WS-FALLBACK-COUNT       PIC 9(3)    VALUE 0.

      * The group: every active entity on the master, with its
      * reporting currency and the totals worked out for it.
       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 WS-ENT-CODE          PIC X(3).
             10 WS-ENT-NAME          PIC X(30).
             10 WS-ENT-CCY           PIC X(3).
             10 WS-ENT-RESERVE-LOC   PIC S9(13)V99.
             10 WS-ENT-RESERVE-GRP   PIC S9(13)V99.
             10 WS-ENT-LOCAL-SUM     PIC S9(13)V99.
             10 WS-ENT-GROUP-SUM     PIC S9(13)V99.
             10 WS-ENT-ELIM-SUM      PIC S9(13)V99.
             10 WS-ENT-REMEAS-LOC    PIC S9(13)V99.
             10 WS-ENT-REMEAS-GRP    PIC S9(13)V99.
             10 WS-ENT-CTA           PIC S9(13)V99.
       01 WS-ENT-USED             PIC 9(2)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(2)    VALUE 20.
       01 WS-ENT-IDX              PIC 9(2).
       01 WS-ENT-HIT              PIC 9(2).
       01 WS-SCAN-IDX             PIC 9(2).
       01 WS-KEY-ENT-CODE         PIC X(3).

      * Rates per currency, quoted against the dollar as in
      * fx_rates.dat: the closing rate in force, and the period's
      * average taken from the rate MAIN recorded on each day's
      * postings.  A currency not traded in the period is averaged
      * at its closing rate.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 50 TIMES.
             10 WS-CCY-CODE          PIC X(3).
             10 WS-CCY-RATE-SUM      PIC 9(7)V9999.
             10 WS-CCY-DAYS          PIC 9(4).
             10 WS-CCY-LAST-DAY      PIC 9(8).
             10 WS-CCY-CLOSE         PIC 9(3)V9999.
             10 WS-CCY-AVERAGE       PIC 9(3)V9999.
             10 WS-CCY-PRICED-FLAG   PIC X(1).
                88 WS-CCY-PRICED                VALUE "Y".
             10 WS-CCY-AVG-SOURCE    PIC X(1).
                88 WS-CCY-AVG-MEASURED          VALUE "M".
       01 WS-CCY-USED             PIC 9(2)    VALUE 0.
       01 WS-CCY-MAX              PIC 9(2)    VALUE 50.
       01 WS-CCY-IDX              PIC 9(2).
       01 WS-CCY-HIT              PIC 9(2).
       01 WS-KEY-CCY-CODE         PIC X(3).
       01 WS-KEY-CCY-RATE         PIC 9(3)V9999.
       01 WS-RATE-WORK            PIC 9(3)V9999.
       01 WS-RATE-DATE-WORK       PIC 9(8).
       01 WS-RATE-STATUS          PIC 9(2).
       01 WS-GROUP-CLOSE          PIC 9(3)V9999.
       01 WS-GROUP-AVERAGE        PIC 9(3)V9999.
       01 WS-ENT-CLOSE            PIC 9(3)V9999.
       01 WS-ENT-AVERAGE          PIC 9(3)V9999.
       01 WS-ROW-RATE             PIC 9(3)V9999.

      * One row per entity, account, currency and intercompany
      * partner (blank for business outside the group).  Flow rows
      * (F) hold the period's movements on the operation account,
      * balance rows (B) the balance on its contra account, brought
      * forward and moved in the period.
       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY OCCURS 1000 TIMES.
             10 WS-ROW-ENTITY        PIC X(3).
             10 WS-ROW-LINE          PIC X(4).
             10 WS-ROW-TYPE          PIC X(1).
                88 WS-ROW-BALANCE               VALUE "B".
                88 WS-ROW-FLOW                  VALUE "F".
             10 WS-ROW-CCY           PIC X(3).
             10 WS-ROW-PARTNER       PIC X(3).
             10 WS-ROW-OPEN          PIC S9(13)V99.
             10 WS-ROW-OPEN-LOCAL    PIC S9(13)V99.
             10 WS-ROW-OPEN-GROUP    PIC S9(13)V99.
             10 WS-ROW-MOVE          PIC S9(13)V99.
             10 WS-ROW-AMOUNT        PIC S9(13)V99.
             10 WS-ROW-LOCAL         PIC S9(13)V99.
             10 WS-ROW-GROUP         PIC S9(13)V99.
             10 WS-ROW-ELIM          PIC S9(13)V99.
       01 WS-ROW-USED             PIC 9(4)    VALUE 0.
       01 WS-ROW-MAX              PIC 9(4)    VALUE 1000.
       01 WS-ROW-IDX              PIC 9(4).
       01 WS-ROW-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-ROW-FOUND                     VALUE "Y".
       01 WS-OVERFLOW-FLAG        PIC X(1)    VALUE "N".
          88 WS-OVERFLOW                      VALUE "Y".
       01 WS-KEY-ENTITY           PIC X(3).
       01 WS-KEY-LINE             PIC X(4).
       01 WS-KEY-TYPE             PIC X(1).
       01 WS-KEY-CCY              PIC X(3).
       01 WS-KEY-PARTNER          PIC X(3).

      * Consolidated figures by account across the group.
       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY OCCURS 100 TIMES.
             10 WS-LINE-CODE         PIC X(4).
             10 WS-LINE-TYPE         PIC X(1).
             10 WS-LINE-GROUP        PIC S9(13)V99.
             10 WS-LINE-ELIM         PIC S9(13)V99.
       01 WS-LINE-USED            PIC 9(3)    VALUE 0.
       01 WS-LINE-MAX             PIC 9(3)    VALUE 100.
       01 WS-LINE-IDX             PIC 9(3).
       01 WS-LINE-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-LINE-FOUND                    VALUE "Y".

       01 WS-COA-TABLE.
          05 WS-COA-ENTRY OCCURS 50 TIMES.
             10 WS-COA-OP            PIC X(1).
             10 WS-COA-ENT           PIC X(3).
             10 WS-COA-TAXC          PIC X(3).
             10 WS-COA-ACCT          PIC X(4).
             10 WS-COA-CONTRA        PIC X(4).
             10 WS-COA-BOOK          PIC X(4).
       01 WS-COA-USED             PIC 9(2)    VALUE 0.
       01 WS-COA-MAX              PIC 9(2)    VALUE 50.
       01 WS-COA-IDX              PIC 9(2).
       01 WS-COA-LOADED-FLAG      PIC X(1)    VALUE "N".
          88 WS-COA-LOADED                    VALUE "Y".
       01 WS-COA-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-COA-FOUND                     VALUE "Y".
       01 WS-COA-REC-TAX          PIC X(3).
       01 WS-COA-KEY-BOOK         PIC X(4).
       01 WS-FLOW-LINE            PIC X(4).
       01 WS-BALANCE-LINE         PIC X(4).

       01 WS-ACCOUNT-TABLE-AREA.
          05 WS-ACCT-ENTRY OCCURS 500 TIMES.
             10 WS-ACCT-TBL-ID       PIC X(10).
             10 WS-ACCT-TBL-ENTITY   PIC X(3).
       01 WS-ACCT-USED            PIC 9(3)    VALUE 0.
       01 WS-ACCT-MAX             PIC 9(3)    VALUE 500.
       01 WS-ACCT-IDX             PIC 9(3).
       01 WS-ACCT-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-ACCT-FOUND                    VALUE "Y".
       01 WS-ACCT-KEYED-FLAG      PIC X(1)    VALUE "N".
          88 WS-ACCT-KEYED                    VALUE "Y".
       01 WS-MASTER-CODE          PIC X(3)    VALUE "ACC".
       01 WS-KEYED-STATUS         PIC 9(2).
       01 WS-ACCT-KEYED-RECORD.
           COPY ACCTIDX.
       01 WS-ACCT-OWNER           PIC X(3).

       01 WS-REC-OWNER            PIC X(3).
       01 WS-REC-PARTNER          PIC X(3).
       01 WS-REC-AMOUNT           PIC S9(13)V99.

       01 WS-BF-DATE              PIC 9(8)    VALUE 0.
       01 WS-TOTAL-GROUP          PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-ELIM           PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-RESERVE        PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-REMEAS         PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-CTA            PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-CONSOL         PIC S9(13)V99 VALUE 0.
       01 WS-WORK-AMOUNT          PIC S9(13)V99.

       01 WS-EDIT-1               PIC -(13)9.99.
       01 WS-EDIT-2               PIC -(13)9.99.
       01 WS-EDIT-3               PIC -(13)9.99.
       01 WS-EDIT-4               PIC -(13)9.99.
       01 WS-EDIT-5               PIC -(13)9.99.
       01 WS-RATE-EDIT-1          PIC ZZ9.9999.
       01 WS-RATE-EDIT-2          PIC ZZ9.9999.
       01 WS-DAYS-EDIT            PIC ZZZ9.
       01 WS-AVG-NOTE             PIC X(10).

       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Period-end consolidation of the group (CONSOL_FROM to
      * CONSOL_TO, GROUP_CURRENCY, accounts of the CONSOL_BOOK book,
      * the primary book by default).  Every posting of the period
      * by an active entity is taken from the day's audit trails
      * and split, as the GL extract books it, between the
      * operation account (a flow) and its contra (a balance).
      * Flows are translated at the period's average rates and
      * balances, brought forward from the previous consolidation,
      * at closing rates; what that leaves unbalanced is each
      * entity's currency translation difference.  A posting is
      * intercompany when the account it hits belongs to another
      * group entity, or when one entity's run posted it for
      * another; intercompany rows are eliminated in a column and a
      * section of their own.  Closing balances are kept in
      * group_consol_history.dat for the next period.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-CONSOL-FROM FROM ENVIRONMENT "CONSOL_FROM"
           IF WS-CONSOL-FROM NOT NUMERIC OR WS-CONSOL-FROM = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: CONSOL_FROM (YYYYMMDD) is required"
              ELSE
                 DISPLAY "Erreur: CONSOL_FROM (AAAAMMJJ) est requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-CONSOL-TO FROM ENVIRONMENT "CONSOL_TO"
           IF WS-CONSOL-TO NOT NUMERIC OR WS-CONSOL-TO = SPACES
              MOVE WS-CONSOL-FROM TO WS-CONSOL-TO
           END-IF
           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE (WS-CONSOL-FROM-NUM)
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE (WS-CONSOL-TO-NUM)

           ACCEPT WS-ENTITY-FILENAME FROM ENVIRONMENT "ENTITY_FILE"
           IF WS-ENTITY-FILENAME = SPACES
              MOVE "entity_master.dat" TO WS-ENTITY-FILENAME
           END-IF
           ACCEPT WS-BOOK-FILENAME FROM ENVIRONMENT "BOOKS_FILE"
           IF WS-BOOK-FILENAME = SPACES
              MOVE "gl_books.dat" TO WS-BOOK-FILENAME
           END-IF
           ACCEPT WS-CONSOL-BOOK FROM ENVIRONMENT "CONSOL_BOOK"
           IF WS-CONSOL-BOOK = SPACES
              PERFORM FIND-PRIMARY-BOOK
           END-IF

           ACCEPT WS-GROUP-CCY FROM ENVIRONMENT "GROUP_CURRENCY"
           IF WS-GROUP-CCY = SPACES
              MOVE "EUR" TO WS-GROUP-CCY
           END-IF
           MOVE WS-GROUP-CCY TO WS-KEY-CCY-CODE
           PERFORM LOCATE-CURRENCY
           CALL "CURRENCY_UTILS" USING WS-GROUP-CCY, WS-RATE-WORK,
                                        WS-RATE-STATUS,
                                        WS-RATE-DATE-WORK
           IF WS-RATE-STATUS = 1 OR WS-RATE-WORK = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no rate for group currency "
                         WS-GROUP-CCY " - consolidation refused"
              ELSE
                 DISPLAY "ERREUR: aucun cours pour la devise de "
                         "groupe " WS-GROUP-CCY
                         " - consolidation refusee"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Group consolidation: " WS-CONSOL-FROM
                      " - " WS-CONSOL-TO " in " WS-GROUP-CCY " ==="
           ELSE
              DISPLAY "=== Consolidation du groupe: " WS-CONSOL-FROM
                      " - " WS-CONSOL-TO " en " WS-GROUP-CCY " ==="
           END-IF

           PERFORM LOAD-ENTITY-MASTER
           IF WS-ENT-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no active entity on the entity "
                         "master - nothing to consolidate"
              ELSE
                 DISPLAY "ERREUR: aucune entite active au "
                         "referentiel - rien a consolider"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-COA-MAPPING
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-BROUGHT-FORWARD

           PERFORM SCAN-DAY-AUDIT-FILES
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TO-INT

           PERFORM PRICE-ONE-CURRENCY
              VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-USED
           MOVE WS-GROUP-CCY TO WS-KEY-CCY-CODE
           PERFORM LOCATE-CURRENCY
           MOVE WS-CCY-CLOSE (WS-CCY-HIT) TO WS-GROUP-CLOSE
           MOVE WS-CCY-AVERAGE (WS-CCY-HIT) TO WS-GROUP-AVERAGE

           PERFORM TRANSLATE-ONE-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-USED
           PERFORM CLOSE-ONE-ENTITY
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-USED

           PERFORM WRITE-CONSOLIDATION-REPORT
           PERFORM WRITE-CLOSING-HISTORY

           IF WS-OVERFLOW
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: consolidation table full - "
                         "figures incomplete"
              ELSE
                 DISPLAY "ERREUR: table de consolidation pleine - "
                         "chiffres incomplets"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-UNPRICED-COUNT > 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: currencies without a rate: "
                         WS-UNPRICED-COUNT " - not translated"
              ELSE
                 DISPLAY "ERREUR: devises sans cours: "
                         WS-UNPRICED-COUNT " - non converties"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-FALLBACK-COUNT > 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: no rate recorded in the period "
                         "for " WS-FALLBACK-COUNT " currencies - "
                         "averaged at closing rate"
              ELSE
                 DISPLAY "AVERTISSEMENT: aucun cours releve sur la "
                         "periode pour " WS-FALLBACK-COUNT
                         " devises - moyenne au cours de cloture"
              END-IF
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           IF WS-UNASSIGNED-COUNT > 0 OR WS-OUT-OF-SCOPE-COUNT > 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: postings left out - no entity: "
                         WS-UNASSIGNED-COUNT "  outside the group: "
                         WS-OUT-OF-SCOPE-COUNT
              ELSE
                 DISPLAY "AVERTISSEMENT: ecritures ecartees - sans "
                         "entite: " WS-UNASSIGNED-COUNT
                         "  hors groupe: " WS-OUT-OF-SCOPE-COUNT
              END-IF
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Audit files read: " WS-FILES-READ
                      "  postings: " WS-RECORDS-TAKEN
                      "  intercompany: " WS-IC-RECORDS
              DISPLAY "Entities: " WS-ENT-USED
                      "  rows: " WS-ROW-USED
                      "  averaged at closing rate: " WS-FALLBACK-COUNT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Journaux lus: " WS-FILES-READ
                      "  ecritures: " WS-RECORDS-TAKEN
                      "  intercompagnies: " WS-IC-RECORDS
              DISPLAY "Entites: " WS-ENT-USED
                      "  lignes: " WS-ROW-USED
                      "  moyennes au cours de cloture: "
                      WS-FALLBACK-COUNT
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * ---------------------------------------------------------
      * Reference data.
      * ---------------------------------------------------------
      * The first book listed is the primary book; a shop without
      * a books file has a single unnamed book.
       FIND-PRIMARY-BOOK.
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
              READ BOOK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GB-CODE TO WS-CONSOL-BOOK
              END-READ
              CLOSE BOOK-FILE
           END-IF.

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
           IF ENT-CODE NOT = SPACES AND ENT-ACTIVE = "Y"
              ADD 1 TO WS-ENT-USED
              INITIALIZE WS-ENT-ENTRY (WS-ENT-USED)
              MOVE ENT-CODE TO WS-ENT-CODE (WS-ENT-USED)
              MOVE ENT-DESCRIPTION TO WS-ENT-NAME (WS-ENT-USED)
              MOVE ENT-CURRENCY TO WS-ENT-CCY (WS-ENT-USED)
              MOVE ENT-CURRENCY TO WS-KEY-CCY-CODE
              PERFORM LOCATE-CURRENCY
           END-IF
           PERFORM READ-ENTITY-RECORD.

       FIND-GROUP-ENTITY.
           MOVE 0 TO WS-ENT-HIT
           PERFORM MATCH-GROUP-ENTITY
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-USED OR WS-ENT-HIT > 0.

       MATCH-GROUP-ENTITY.
           IF WS-ENT-CODE (WS-ENT-IDX) = WS-KEY-ENT-CODE
              MOVE WS-ENT-IDX TO WS-ENT-HIT
           END-IF.

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
              MOVE COA-CONTRA      TO WS-COA-CONTRA (WS-COA-USED)
              MOVE COA-BOOK        TO WS-COA-BOOK (WS-COA-USED)
           END-IF
           PERFORM READ-COA-RECORD.

      * The keyed account master built by MASTER-LOAD is read by
      * key when it is there; otherwise the flat file is loaded.
       LOAD-ACCOUNT-MASTER.
           ACCEPT WS-ACCOUNT-FILENAME FROM ENVIRONMENT "ACCOUNT_FILE"
           IF WS-ACCOUNT-FILENAME = SPACES
              MOVE "account_master.dat" TO WS-ACCOUNT-FILENAME
           END-IF
           MOVE 0 TO WS-ACCT-USED
           MOVE "N" TO WS-ACCOUNT-EOF-FLAG
           CALL "MASTER_LOOKUP" USING WS-MASTER-CODE, WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              SET WS-ACCT-KEYED TO TRUE
           ELSE
              OPEN INPUT ACCOUNT-FILE
              IF WS-ACCOUNT-FILE-STATUS = "00"
                 PERFORM READ-ACCOUNT-RECORD
                 PERFORM LOAD-ONE-ACCOUNT UNTIL WS-ACCOUNT-EOF
                    OR WS-ACCT-USED >= WS-ACCT-MAX
                 CLOSE ACCOUNT-FILE
              END-IF
           END-IF.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
              AT END
                 SET WS-ACCOUNT-EOF TO TRUE
           END-READ.

       LOAD-ONE-ACCOUNT.
           IF ACCT-ID NOT = SPACES
              ADD 1 TO WS-ACCT-USED
              MOVE ACCT-ID     TO WS-ACCT-TBL-ID (WS-ACCT-USED)
              MOVE ACCT-ENTITY TO WS-ACCT-TBL-ENTITY (WS-ACCT-USED)
           END-IF
           PERFORM READ-ACCOUNT-RECORD.

      * Brought-forward balances are the latest closing taken
      * before the period.  A balance of an entity that has left
      * the group is not brought forward; one held with a former
      * member is no longer intercompany.
       LOAD-BROUGHT-FORWARD.
           MOVE 0 TO WS-BF-DATE
           MOVE "N" TO WS-HISTORY-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM READ-HISTORY-RECORD
              PERFORM FIND-LATEST-CLOSE UNTIL WS-HISTORY-EOF
              CLOSE HISTORY-FILE
           END-IF
           IF WS-BF-DATE > 0
              MOVE "N" TO WS-HISTORY-EOF-FLAG
              OPEN INPUT HISTORY-FILE
              PERFORM READ-HISTORY-RECORD
              PERFORM LOAD-ONE-CLOSE UNTIL WS-HISTORY-EOF
              CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 SET WS-HISTORY-EOF TO TRUE
           END-READ.

       FIND-LATEST-CLOSE.
           IF GCH-DATE NUMERIC
              AND GCH-DATE < WS-CONSOL-FROM-NUM
              AND GCH-DATE > WS-BF-DATE
              MOVE GCH-DATE TO WS-BF-DATE
           END-IF
           PERFORM READ-HISTORY-RECORD.

       LOAD-ONE-CLOSE.
           IF GCH-DATE NUMERIC AND GCH-DATE = WS-BF-DATE
              MOVE GCH-ENTITY TO WS-KEY-ENT-CODE
              PERFORM FIND-GROUP-ENTITY
              IF WS-ENT-HIT > 0
                 MOVE GCH-PARTNER TO WS-KEY-ENT-CODE
                 PERFORM FIND-GROUP-ENTITY
                 IF WS-ENT-HIT > 0
                    MOVE GCH-PARTNER TO WS-KEY-PARTNER
                 ELSE
                    MOVE SPACES TO WS-KEY-PARTNER
                 END-IF
                 MOVE GCH-ENTITY TO WS-KEY-ENTITY
                 MOVE GCH-LINE TO WS-KEY-LINE
                 MOVE "B" TO WS-KEY-TYPE
                 MOVE GCH-CURRENCY TO WS-KEY-CCY
                 PERFORM LOCATE-ROW
                 IF WS-ROW-FOUND
                    ADD GCH-AMOUNT TO WS-ROW-OPEN (WS-ROW-IDX)
                    ADD GCH-LOCAL TO WS-ROW-OPEN-LOCAL (WS-ROW-IDX)
                    ADD GCH-GROUP TO WS-ROW-OPEN-GROUP (WS-ROW-IDX)
                 END-IF
                 MOVE GCH-CURRENCY TO WS-KEY-CCY-CODE
                 PERFORM LOCATE-CURRENCY
              END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.

      * ---------------------------------------------------------
      * The period's postings.
      * ---------------------------------------------------------
      * Every trail of each day: the batch file, the intraday
      * cycles, and the per-entity runs with theirs.
       SCAN-DAY-AUDIT-FILES.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-FILE-ENTITY
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"    DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  ".log"      DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           END-STRING
           PERFORM READ-ONE-AUDIT-FILE
           PERFORM SCAN-CYCLE-AUDIT-FILE
              VARYING WS-CYCLE-NUM FROM 1 BY 1
              UNTIL WS-CYCLE-NUM > 20
           PERFORM SCAN-ENTITY-AUDIT-FILES
              VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-ENT-USED.

       SCAN-CYCLE-AUDIT-FILE.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"    DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  "-c"        DELIMITED BY SIZE
                  WS-CYCLE-NUM DELIMITED BY SIZE
                  ".log"      DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           END-STRING
           PERFORM READ-ONE-AUDIT-FILE.

       SCAN-ENTITY-AUDIT-FILES.
           MOVE WS-ENT-CODE (WS-SCAN-IDX) TO WS-FILE-ENTITY
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"        DELIMITED BY SIZE
                  WS-DAY-DATE     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-FILE-ENTITY  DELIMITED BY SIZE
                  ".log"          DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           END-STRING
           PERFORM READ-ONE-AUDIT-FILE
           PERFORM SCAN-ENTITY-CYCLE-FILE
              VARYING WS-CYCLE-NUM FROM 1 BY 1
              UNTIL WS-CYCLE-NUM > 20
           MOVE SPACES TO WS-FILE-ENTITY.

       SCAN-ENTITY-CYCLE-FILE.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"        DELIMITED BY SIZE
                  WS-DAY-DATE     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-FILE-ENTITY  DELIMITED BY SIZE
                  "-c"            DELIMITED BY SIZE
                  WS-CYCLE-NUM    DELIMITED BY SIZE
                  ".log"          DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           END-STRING
           PERFORM READ-ONE-AUDIT-FILE.

       READ-ONE-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-FILES-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM TAKE-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

      * A posting belongs to the entity it was booked for; a run
      * for one entity books its untagged postings to it.
       TAKE-AUDIT-RECORD.
           IF CALC-REC-STATUS = 0
              PERFORM NOTE-RECORD-RATES
           END-IF
           IF CALC-REC-STATUS = 0
              AND CALC-REC-CURRENCY NOT = SPACES
              AND CALC-REC-RESULT NUMERIC
              AND CALC-REC-RESULT NOT = 0
              MOVE CALC-REC-ENTITY TO WS-REC-OWNER
              IF WS-REC-OWNER = SPACES
                 MOVE WS-FILE-ENTITY TO WS-REC-OWNER
              END-IF
              IF WS-REC-OWNER = SPACES
                 ADD 1 TO WS-UNASSIGNED-COUNT
              ELSE
                 MOVE WS-REC-OWNER TO WS-KEY-ENT-CODE
                 PERFORM FIND-GROUP-ENTITY
                 IF WS-ENT-HIT = 0
                    ADD 1 TO WS-OUT-OF-SCOPE-COUNT
                 ELSE
                    PERFORM FIND-RECORD-PARTNER
                    PERFORM MAP-RECORD-LINES
                    PERFORM POST-RECORD-ROWS
                 END-IF
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

      * The rate MAIN applied to a currency on a day counts once
      * toward that currency's average.
       NOTE-RECORD-RATES.
           IF CALC-REC-CURRENCY NOT = SPACES
              AND CALC-REC-FX-RATE NUMERIC
              AND CALC-REC-FX-RATE > 0
              MOVE CALC-REC-CURRENCY TO WS-KEY-CCY-CODE
              MOVE CALC-REC-FX-RATE TO WS-KEY-CCY-RATE
              PERFORM NOTE-DAY-RATE
           END-IF
           IF CALC-REC-GROUP-CCY NOT = SPACES
              AND CALC-REC-GROUP-RATE NUMERIC
              AND CALC-REC-GROUP-RATE > 0
              MOVE CALC-REC-GROUP-CCY TO WS-KEY-CCY-CODE
              MOVE CALC-REC-GROUP-RATE TO WS-KEY-CCY-RATE
              PERFORM NOTE-DAY-RATE
           END-IF.

       NOTE-DAY-RATE.
           PERFORM LOCATE-CURRENCY
           IF WS-CCY-HIT > 0
              IF WS-CCY-LAST-DAY (WS-CCY-HIT) NOT = WS-DAY-DATE
                 ADD WS-KEY-CCY-RATE TO WS-CCY-RATE-SUM (WS-CCY-HIT)
                 ADD 1 TO WS-CCY-DAYS (WS-CCY-HIT)
                 MOVE WS-DAY-DATE TO WS-CCY-LAST-DAY (WS-CCY-HIT)
              END-IF
           END-IF.

       LOCATE-CURRENCY.
           MOVE 0 TO WS-CCY-HIT
           PERFORM MATCH-CURRENCY VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-USED OR WS-CCY-HIT > 0
           IF WS-CCY-HIT = 0
              IF WS-CCY-USED < WS-CCY-MAX
                 ADD 1 TO WS-CCY-USED
                 MOVE WS-CCY-USED TO WS-CCY-HIT
                 INITIALIZE WS-CCY-ENTRY (WS-CCY-HIT)
                 MOVE WS-KEY-CCY-CODE TO WS-CCY-CODE (WS-CCY-HIT)
              ELSE
                 SET WS-OVERFLOW TO TRUE
              END-IF
           END-IF.

       MATCH-CURRENCY.
           IF WS-CCY-CODE (WS-CCY-IDX) = WS-KEY-CCY-CODE
              MOVE WS-CCY-IDX TO WS-CCY-HIT
           END-IF.

      * Intercompany: the account posted to is held by another
      * group entity, or another entity's run posted the record on
      * this one's behalf.
       FIND-RECORD-PARTNER.
           MOVE SPACES TO WS-REC-PARTNER
           MOVE SPACES TO WS-ACCT-OWNER
           IF CALC-REC-ACCOUNT NOT = SPACES
              IF WS-ACCT-KEYED
                 CALL "ACCOUNT_KEYED" USING CALC-REC-ACCOUNT,
                                            WS-ACCT-KEYED-RECORD,
                                            WS-KEYED-STATUS
                 IF WS-KEYED-STATUS = 0
                    MOVE AX-ENTITY TO WS-ACCT-OWNER
                 END-IF
              ELSE
                 MOVE "N" TO WS-ACCT-FOUND-FLAG
                 PERFORM FIND-ACCOUNT-ENTRY
                    VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-USED OR WS-ACCT-FOUND
              END-IF
           END-IF
           IF WS-ACCT-OWNER NOT = SPACES
              AND WS-ACCT-OWNER NOT = WS-REC-OWNER
              MOVE WS-ACCT-OWNER TO WS-KEY-ENT-CODE
              PERFORM FIND-GROUP-ENTITY
              IF WS-ENT-HIT > 0
                 MOVE WS-ACCT-OWNER TO WS-REC-PARTNER
              END-IF
           END-IF
           IF WS-REC-PARTNER = SPACES
              AND WS-FILE-ENTITY NOT = SPACES
              AND WS-FILE-ENTITY NOT = WS-REC-OWNER
              MOVE WS-FILE-ENTITY TO WS-REC-PARTNER
           END-IF
           IF WS-REC-PARTNER NOT = SPACES
              ADD 1 TO WS-IC-RECORDS
           END-IF.

       FIND-ACCOUNT-ENTRY.
           IF WS-ACCT-TBL-ID (WS-ACCT-IDX) = CALC-REC-ACCOUNT
              SET WS-ACCT-FOUND TO TRUE
              MOVE WS-ACCT-TBL-ENTITY (WS-ACCT-IDX) TO WS-ACCT-OWNER
           END-IF.

      * The operation account and its contra in the consolidation
      * book, as the GL extract books them.
       MAP-RECORD-LINES.
           MOVE "2000" TO WS-BALANCE-LINE
           IF WS-COA-LOADED
              MOVE "9999" TO WS-FLOW-LINE
              MOVE "N" TO WS-COA-FOUND-FLAG
              MOVE CALC-REC-TAX-CODE TO WS-COA-REC-TAX
              IF WS-COA-REC-TAX = SPACES
                 OR WS-COA-REC-TAX = LOW-VALUES
                 MOVE "***" TO WS-COA-REC-TAX
              END-IF
              MOVE WS-CONSOL-BOOK TO WS-COA-KEY-BOOK
              IF WS-COA-KEY-BOOK NOT = SPACES
                 PERFORM MATCH-COA-ENTRY
                    VARYING WS-COA-IDX FROM 1 BY 1
                    UNTIL WS-COA-IDX > WS-COA-USED OR WS-COA-FOUND
              END-IF
              IF NOT WS-COA-FOUND
                 MOVE SPACES TO WS-COA-KEY-BOOK
                 PERFORM MATCH-COA-ENTRY
                    VARYING WS-COA-IDX FROM 1 BY 1
                    UNTIL WS-COA-IDX > WS-COA-USED OR WS-COA-FOUND
              END-IF
           ELSE
              EVALUATE CALC-REC-OPERATION
                 WHEN "A"
                    MOVE "4000" TO WS-FLOW-LINE
                 WHEN "S"
                    MOVE "4010" TO WS-FLOW-LINE
                 WHEN "M"
                    MOVE "4020" TO WS-FLOW-LINE
                 WHEN "D"
                    MOVE "4030" TO WS-FLOW-LINE
                 WHEN "F"
                    MOVE "4700" TO WS-FLOW-LINE
                 WHEN "W"
                    MOVE "6580" TO WS-FLOW-LINE
                    MOVE "4710" TO WS-BALANCE-LINE
                 WHEN OTHER
                    MOVE "9999" TO WS-FLOW-LINE
              END-EVALUATE
           END-IF.

       MATCH-COA-ENTRY.
           IF CALC-REC-OPERATION = WS-COA-OP (WS-COA-IDX)
              AND WS-COA-KEY-BOOK = WS-COA-BOOK (WS-COA-IDX)
              AND (WS-COA-ENT (WS-COA-IDX) = "***"
                   OR WS-COA-ENT (WS-COA-IDX) = WS-REC-OWNER)
              AND (WS-COA-TAXC (WS-COA-IDX) = "***"
                   OR WS-COA-TAXC (WS-COA-IDX) = WS-COA-REC-TAX)
              SET WS-COA-FOUND TO TRUE
              MOVE WS-COA-ACCT (WS-COA-IDX) TO WS-FLOW-LINE
              IF WS-COA-CONTRA (WS-COA-IDX) NOT = SPACES
                 MOVE WS-COA-CONTRA (WS-COA-IDX) TO WS-BALANCE-LINE
              END-IF
           END-IF.

      * Debit on the operation account, credit on its contra.
       POST-RECORD-ROWS.
           MOVE CALC-REC-RESULT TO WS-REC-AMOUNT
           MOVE WS-REC-OWNER TO WS-KEY-ENTITY
           MOVE CALC-REC-CURRENCY TO WS-KEY-CCY
           MOVE WS-REC-PARTNER TO WS-KEY-PARTNER
           MOVE WS-FLOW-LINE TO WS-KEY-LINE
           MOVE "F" TO WS-KEY-TYPE
           PERFORM LOCATE-ROW
           IF WS-ROW-FOUND
              ADD WS-REC-AMOUNT TO WS-ROW-MOVE (WS-ROW-IDX)
           END-IF
           MOVE WS-BALANCE-LINE TO WS-KEY-LINE
           MOVE "B" TO WS-KEY-TYPE
           PERFORM LOCATE-ROW
           IF WS-ROW-FOUND
              SUBTRACT WS-REC-AMOUNT FROM WS-ROW-MOVE (WS-ROW-IDX)
              ADD 1 TO WS-RECORDS-TAKEN
           END-IF
           MOVE CALC-REC-CURRENCY TO WS-KEY-CCY-CODE
           PERFORM LOCATE-CURRENCY.

       LOCATE-ROW.
           MOVE "N" TO WS-ROW-FOUND-FLAG
           PERFORM FIND-ROW VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-USED OR WS-ROW-FOUND
           IF NOT WS-ROW-FOUND
              IF WS-ROW-USED >= WS-ROW-MAX
                 SET WS-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-ROW-USED
                 MOVE WS-ROW-USED TO WS-ROW-IDX
                 INITIALIZE WS-ROW-ENTRY (WS-ROW-IDX)
                 MOVE WS-KEY-ENTITY TO WS-ROW-ENTITY (WS-ROW-IDX)
                 MOVE WS-KEY-LINE TO WS-ROW-LINE (WS-ROW-IDX)
                 MOVE WS-KEY-TYPE TO WS-ROW-TYPE (WS-ROW-IDX)
                 MOVE WS-KEY-CCY TO WS-ROW-CCY (WS-ROW-IDX)
                 MOVE WS-KEY-PARTNER TO WS-ROW-PARTNER (WS-ROW-IDX)
                 SET WS-ROW-FOUND TO TRUE
              END-IF
           END-IF.

       FIND-ROW.
           IF WS-ROW-ENTITY (WS-ROW-IDX) = WS-KEY-ENTITY
              AND WS-ROW-LINE (WS-ROW-IDX) = WS-KEY-LINE
              AND WS-ROW-TYPE (WS-ROW-IDX) = WS-KEY-TYPE
              AND WS-ROW-CCY (WS-ROW-IDX) = WS-KEY-CCY
              AND WS-ROW-PARTNER (WS-ROW-IDX) = WS-KEY-PARTNER
              SET WS-ROW-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ROW-IDX
           END-IF.

      * ---------------------------------------------------------
      * Translation.
      * ---------------------------------------------------------
       PRICE-ONE-CURRENCY.
           CALL "CURRENCY_UTILS" USING WS-CCY-CODE (WS-CCY-IDX),
                                        WS-RATE-WORK,
                                        WS-RATE-STATUS,
                                        WS-RATE-DATE-WORK
           IF WS-RATE-STATUS = 1 OR WS-RATE-WORK = 0
              MOVE 0 TO WS-CCY-CLOSE (WS-CCY-IDX)
              ADD 1 TO WS-UNPRICED-COUNT
           ELSE
              SET WS-CCY-PRICED (WS-CCY-IDX) TO TRUE
              MOVE WS-RATE-WORK TO WS-CCY-CLOSE (WS-CCY-IDX)
           END-IF
           IF WS-CCY-DAYS (WS-CCY-IDX) > 0
              COMPUTE WS-CCY-AVERAGE (WS-CCY-IDX) ROUNDED =
                 WS-CCY-RATE-SUM (WS-CCY-IDX)
                 / WS-CCY-DAYS (WS-CCY-IDX)
              MOVE "M" TO WS-CCY-AVG-SOURCE (WS-CCY-IDX)
              IF NOT WS-CCY-PRICED (WS-CCY-IDX)
                 SUBTRACT 1 FROM WS-UNPRICED-COUNT
                 SET WS-CCY-PRICED (WS-CCY-IDX) TO TRUE
                 MOVE WS-CCY-AVERAGE (WS-CCY-IDX)
                    TO WS-CCY-CLOSE (WS-CCY-IDX)
              END-IF
           ELSE
              MOVE WS-CCY-CLOSE (WS-CCY-IDX)
                 TO WS-CCY-AVERAGE (WS-CCY-IDX)
              MOVE "C" TO WS-CCY-AVG-SOURCE (WS-CCY-IDX)
              IF WS-CCY-PRICED (WS-CCY-IDX)
                 ADD 1 TO WS-FALLBACK-COUNT
              END-IF
           END-IF.

      * fx_rates.dat quotes every currency against the dollar, so an
      * amount goes through the dollar cross: divided by its own
      * rate, times the rate of the currency wanted.  Balances go
      * at closing rates, flows at average rates, into the entity's
      * currency and into group currency alike.
       TRANSLATE-ONE-ROW.
           MOVE WS-ROW-ENTITY (WS-ROW-IDX) TO WS-KEY-ENT-CODE
           PERFORM FIND-GROUP-ENTITY
           MOVE WS-ENT-CCY (WS-ENT-HIT) TO WS-KEY-CCY-CODE
           PERFORM LOCATE-CURRENCY
           MOVE WS-CCY-CLOSE (WS-CCY-HIT) TO WS-ENT-CLOSE
           MOVE WS-CCY-AVERAGE (WS-CCY-HIT) TO WS-ENT-AVERAGE
           MOVE WS-ROW-CCY (WS-ROW-IDX) TO WS-KEY-CCY-CODE
           PERFORM LOCATE-CURRENCY
           IF WS-ROW-BALANCE (WS-ROW-IDX)
              COMPUTE WS-ROW-AMOUNT (WS-ROW-IDX) =
                 WS-ROW-OPEN (WS-ROW-IDX) + WS-ROW-MOVE (WS-ROW-IDX)
              MOVE WS-CCY-CLOSE (WS-CCY-HIT) TO WS-ROW-RATE
              IF WS-ROW-RATE > 0 AND WS-ENT-CLOSE > 0
                 COMPUTE WS-ROW-LOCAL (WS-ROW-IDX) ROUNDED =
                    WS-ROW-AMOUNT (WS-ROW-IDX) / WS-ROW-RATE
                    * WS-ENT-CLOSE
                    ON SIZE ERROR
                       MOVE 0 TO WS-ROW-LOCAL (WS-ROW-IDX)
                 END-COMPUTE
                 COMPUTE WS-ROW-GROUP (WS-ROW-IDX) ROUNDED =
                    WS-ROW-AMOUNT (WS-ROW-IDX) / WS-ROW-RATE
                    * WS-GROUP-CLOSE
                    ON SIZE ERROR
                       MOVE 0 TO WS-ROW-GROUP (WS-ROW-IDX)
                 END-COMPUTE
              END-IF
           ELSE
              MOVE WS-ROW-MOVE (WS-ROW-IDX)
                 TO WS-ROW-AMOUNT (WS-ROW-IDX)
              MOVE WS-CCY-AVERAGE (WS-CCY-HIT) TO WS-ROW-RATE
              IF WS-ROW-RATE > 0 AND WS-ENT-AVERAGE > 0
                 COMPUTE WS-ROW-LOCAL (WS-ROW-IDX) ROUNDED =
                    WS-ROW-AMOUNT (WS-ROW-IDX) / WS-ROW-RATE
                    * WS-ENT-AVERAGE
                    ON SIZE ERROR
                       MOVE 0 TO WS-ROW-LOCAL (WS-ROW-IDX)
                 END-COMPUTE
                 COMPUTE WS-ROW-GROUP (WS-ROW-IDX) ROUNDED =
                    WS-ROW-AMOUNT (WS-ROW-IDX) / WS-ROW-RATE
                    * WS-GROUP-AVERAGE
                    ON SIZE ERROR
                       MOVE 0 TO WS-ROW-GROUP (WS-ROW-IDX)
                 END-COMPUTE
              END-IF
           END-IF
           IF WS-ROW-PARTNER (WS-ROW-IDX) NOT = SPACES
              MOVE WS-ROW-GROUP (WS-ROW-IDX) TO WS-ROW-ELIM (WS-ROW-IDX)
           END-IF
           ADD WS-ROW-LOCAL (WS-ROW-IDX)
              TO WS-ENT-LOCAL-SUM (WS-ENT-HIT)
           ADD WS-ROW-GROUP (WS-ROW-IDX)
              TO WS-ENT-GROUP-SUM (WS-ENT-HIT)
           ADD WS-ROW-ELIM (WS-ROW-IDX) TO WS-ENT-ELIM-SUM (WS-ENT-HIT)
           SUBTRACT WS-ROW-OPEN-LOCAL (WS-ROW-IDX)
              FROM WS-ENT-RESERVE-LOC (WS-ENT-HIT)
           SUBTRACT WS-ROW-OPEN-GROUP (WS-ROW-IDX)
              FROM WS-ENT-RESERVE-GRP (WS-ENT-HIT)
           PERFORM TALLY-LINE-TOTAL.

       TALLY-LINE-TOTAL.
           MOVE "N" TO WS-LINE-FOUND-FLAG
           PERFORM FIND-LINE-ENTRY VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-USED OR WS-LINE-FOUND
           IF NOT WS-LINE-FOUND
              IF WS-LINE-USED < WS-LINE-MAX
                 ADD 1 TO WS-LINE-USED
                 MOVE WS-LINE-USED TO WS-LINE-IDX
                 MOVE WS-ROW-LINE (WS-ROW-IDX)
                    TO WS-LINE-CODE (WS-LINE-IDX)
                 MOVE WS-ROW-TYPE (WS-ROW-IDX)
                    TO WS-LINE-TYPE (WS-LINE-IDX)
                 MOVE 0 TO WS-LINE-GROUP (WS-LINE-IDX)
                 MOVE 0 TO WS-LINE-ELIM (WS-LINE-IDX)
                 SET WS-LINE-FOUND TO TRUE
              ELSE
                 SET WS-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF WS-LINE-FOUND
              ADD WS-ROW-GROUP (WS-ROW-IDX)
                 TO WS-LINE-GROUP (WS-LINE-IDX)
              ADD WS-ROW-ELIM (WS-ROW-IDX)
                 TO WS-LINE-ELIM (WS-LINE-IDX)
           END-IF.

       FIND-LINE-ENTRY.
           IF WS-LINE-CODE (WS-LINE-IDX) = WS-ROW-LINE (WS-ROW-IDX)
              AND WS-LINE-TYPE (WS-LINE-IDX) = WS-ROW-TYPE (WS-ROW-IDX)
              SET WS-LINE-FOUND TO TRUE
              SUBTRACT 1 FROM WS-LINE-IDX
           END-IF.

      * In its own currency an entity balances once its reserves
      * brought forward are added, bar the exchange result on what
      * it holds in other currencies; that result is a flow of the
      * period, taken to group currency at average rates.  What
      * still does not balance in group currency is the entity's
      * currency translation difference.
       CLOSE-ONE-ENTITY.
           MOVE WS-ENT-CCY (WS-ENT-IDX) TO WS-KEY-CCY-CODE
           PERFORM LOCATE-CURRENCY
           COMPUTE WS-ENT-REMEAS-LOC (WS-ENT-IDX) =
              0 - WS-ENT-LOCAL-SUM (WS-ENT-IDX)
                - WS-ENT-RESERVE-LOC (WS-ENT-IDX)
           MOVE 0 TO WS-ENT-REMEAS-GRP (WS-ENT-IDX)
           IF WS-CCY-AVERAGE (WS-CCY-HIT) > 0
              COMPUTE WS-ENT-REMEAS-GRP (WS-ENT-IDX) ROUNDED =
                 WS-ENT-REMEAS-LOC (WS-ENT-IDX)
                 / WS-CCY-AVERAGE (WS-CCY-HIT) * WS-GROUP-AVERAGE
                 ON SIZE ERROR
                    MOVE 0 TO WS-ENT-REMEAS-GRP (WS-ENT-IDX)
              END-COMPUTE
           END-IF
           COMPUTE WS-ENT-CTA (WS-ENT-IDX) =
              0 - WS-ENT-GROUP-SUM (WS-ENT-IDX)
                - WS-ENT-RESERVE-GRP (WS-ENT-IDX)
                - WS-ENT-REMEAS-GRP (WS-ENT-IDX)
           ADD WS-ENT-GROUP-SUM (WS-ENT-IDX) TO WS-TOTAL-GROUP
           ADD WS-ENT-ELIM-SUM (WS-ENT-IDX) TO WS-TOTAL-ELIM
           ADD WS-ENT-RESERVE-GRP (WS-ENT-IDX) TO WS-TOTAL-RESERVE
           ADD WS-ENT-REMEAS-GRP (WS-ENT-IDX) TO WS-TOTAL-REMEAS
           ADD WS-ENT-CTA (WS-ENT-IDX) TO WS-TOTAL-CTA.

      * ---------------------------------------------------------
      * Report.
      * ---------------------------------------------------------
       WRITE-CONSOLIDATION-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "group_consol-"  DELIMITED BY SIZE
                  WS-CONSOL-FROM   DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-CONSOL-TO     DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot write "
                         FUNCTION TRIM (WS-REPORT-FILENAME)
              ELSE
                 DISPLAY "Erreur: ecriture impossible "
                         FUNCTION TRIM (WS-REPORT-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING "CONSOLIDATION DU GROUPE DU " DELIMITED BY SIZE
                  WS-CONSOL-FROM   DELIMITED BY SIZE
                  " AU "           DELIMITED BY SIZE
                  WS-CONSOL-TO     DELIMITED BY SIZE
                  " - DEVISE DE GROUPE " DELIMITED BY SIZE
                  WS-GROUP-CCY     DELIMITED BY SIZE
                  " - LIVRE "      DELIMITED BY SIZE
                  WS-CONSOL-BOOK   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-BF-DATE > 0
              STRING "SOLDES REPRIS DE LA CONSOLIDATION DU "
                        DELIMITED BY SIZE
                     WS-BF-DATE DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
           ELSE
              STRING "AUCUNE CONSOLIDATION ANTERIEURE - "
                        DELIMITED BY SIZE
                     "PAS DE SOLDES REPRIS" DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
           END-IF
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "COURS APPLIQUES (DEVISE POUR UN DOLLAR)"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DEV   CLOTURE     MOYEN JOURS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-RATE-LINE
              VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-USED

           PERFORM WRITE-ENTITY-SECTION
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-USED

           PERFORM WRITE-ELIMINATION-SECTION
           PERFORM WRITE-CONSOLIDATED-SECTION
           CLOSE REPORT-FILE.

       WRITE-RATE-LINE.
           MOVE WS-CCY-CLOSE (WS-CCY-IDX) TO WS-RATE-EDIT-1
           MOVE WS-CCY-AVERAGE (WS-CCY-IDX) TO WS-RATE-EDIT-2
           MOVE WS-CCY-DAYS (WS-CCY-IDX) TO WS-DAYS-EDIT
           EVALUATE TRUE
              WHEN NOT WS-CCY-PRICED (WS-CCY-IDX)
                 MOVE "SANS COURS" TO WS-AVG-NOTE
              WHEN WS-CCY-AVG-MEASURED (WS-CCY-IDX)
                 MOVE SPACES TO WS-AVG-NOTE
              WHEN OTHER
                 MOVE "(CLOTURE)" TO WS-AVG-NOTE
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CCY-CODE (WS-CCY-IDX) DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-RATE-EDIT-1  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-RATE-EDIT-2  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-DAYS-EDIT    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-AVG-NOTE     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * One block per entity: its rows in the currency they were
      * posted in, in the entity's currency and in group currency,
      * then what it takes to balance - reserves brought forward,
      * the entity's own exchange result and the translation
      * difference.
       WRITE-ENTITY-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ENTITE "                DELIMITED BY SIZE
                  WS-ENT-CODE (WS-ENT-IDX) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-ENT-NAME (WS-ENT-IDX) DELIMITED BY SIZE
                  " DEVISE "               DELIMITED BY SIZE
                  WS-ENT-CCY (WS-ENT-IDX)  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM WRITE-ENTITY-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-USED

           MOVE 0 TO WS-WORK-AMOUNT
           MOVE WS-ENT-RESERVE-LOC (WS-ENT-IDX) TO WS-EDIT-2
           MOVE WS-ENT-RESERVE-GRP (WS-ENT-IDX) TO WS-EDIT-3
           MOVE WS-WORK-AMOUNT TO WS-EDIT-4
           MOVE WS-ENT-RESERVE-GRP (WS-ENT-IDX) TO WS-EDIT-5
           MOVE SPACES TO REPORT-RECORD
           MOVE "  RESERVES REPORTEES" TO REPORT-RECORD (1:21)
           PERFORM PLACE-AMOUNTS-2-TO-5
           WRITE REPORT-RECORD

           MOVE WS-ENT-REMEAS-LOC (WS-ENT-IDX) TO WS-EDIT-2
           MOVE WS-ENT-REMEAS-GRP (WS-ENT-IDX) TO WS-EDIT-3
           MOVE WS-ENT-REMEAS-GRP (WS-ENT-IDX) TO WS-EDIT-5
           MOVE SPACES TO REPORT-RECORD
           MOVE "  RESULTAT DE CHANGE" TO REPORT-RECORD (1:21)
           PERFORM PLACE-AMOUNTS-2-TO-5
           WRITE REPORT-RECORD

           MOVE WS-WORK-AMOUNT TO WS-EDIT-2
           MOVE WS-ENT-CTA (WS-ENT-IDX) TO WS-EDIT-3
           MOVE WS-ENT-CTA (WS-ENT-IDX) TO WS-EDIT-5
           MOVE SPACES TO REPORT-RECORD
           MOVE "  ECART DE CONVERSION" TO REPORT-RECORD (1:21)
           PERFORM PLACE-AMOUNTS-2-TO-5
           MOVE SPACES TO REPORT-RECORD (23:17)
           WRITE REPORT-RECORD

           COMPUTE WS-WORK-AMOUNT =
              0 - WS-ENT-ELIM-SUM (WS-ENT-IDX)
           MOVE 0 TO WS-EDIT-2
           MOVE 0 TO WS-EDIT-3
           MOVE WS-ENT-ELIM-SUM (WS-ENT-IDX) TO WS-EDIT-4
           MOVE WS-WORK-AMOUNT TO WS-EDIT-5
           MOVE SPACES TO REPORT-RECORD
           MOVE "  TOTAL ENTITE" TO REPORT-RECORD (1:21)
           PERFORM PLACE-AMOUNTS-2-TO-5
           WRITE REPORT-RECORD.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING "COMPTE T DEV PAR   MONTANT DEVISE"
                     DELIMITED BY SIZE
                  "     MONTANT LOCAL    MONTANT GROUPE"
                     DELIMITED BY SIZE
                  "       ELIMINATION         CONSOLIDE"
                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-ENTITY-ROW.
           IF WS-ROW-ENTITY (WS-ROW-IDX) = WS-ENT-CODE (WS-ENT-IDX)
              COMPUTE WS-WORK-AMOUNT =
                 WS-ROW-GROUP (WS-ROW-IDX) - WS-ROW-ELIM (WS-ROW-IDX)
              MOVE WS-ROW-AMOUNT (WS-ROW-IDX) TO WS-EDIT-1
              MOVE WS-ROW-LOCAL (WS-ROW-IDX) TO WS-EDIT-2
              MOVE WS-ROW-GROUP (WS-ROW-IDX) TO WS-EDIT-3
              MOVE WS-ROW-ELIM (WS-ROW-IDX) TO WS-EDIT-4
              MOVE WS-WORK-AMOUNT TO WS-EDIT-5
              MOVE SPACES TO REPORT-RECORD
              STRING WS-ROW-LINE (WS-ROW-IDX) DELIMITED BY SIZE
                     "   "                    DELIMITED BY SIZE
                     WS-ROW-TYPE (WS-ROW-IDX) DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ROW-CCY (WS-ROW-IDX)  DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ROW-PARTNER (WS-ROW-IDX) DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-EDIT-1                DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              PERFORM PLACE-AMOUNTS-2-TO-5
              WRITE REPORT-RECORD
           END-IF.

       PLACE-AMOUNTS-2-TO-5.
           MOVE WS-EDIT-2 TO REPORT-RECORD (40:17)
           MOVE WS-EDIT-3 TO REPORT-RECORD (58:17)
           MOVE WS-EDIT-4 TO REPORT-RECORD (76:17)
           MOVE WS-EDIT-5 TO REPORT-RECORD (94:17).

      * Every intercompany row once more, by entity and partner,
      * with what is left over once both sides are taken out.
       WRITE-ELIMINATION-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ELIMINATIONS INTERCOMPAGNIES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ENT PAR COMPTE T DEV   MONTANT DEVISE"
                     DELIMITED BY SIZE
                  "    MONTANT GROUPE" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-TOTAL-ELIM = 0 AND WS-IC-RECORDS = 0
              MOVE "  AUCUNE OPERATION INTERCOMPAGNIES" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           PERFORM WRITE-ELIMINATION-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-USED
           MOVE WS-TOTAL-ELIM TO WS-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL ELIMINE" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           MOVE WS-EDIT-3 TO REPORT-RECORD (38:17)
           WRITE REPORT-RECORD.

       WRITE-ELIMINATION-ROW.
           IF WS-ROW-PARTNER (WS-ROW-IDX) NOT = SPACES
              MOVE WS-ROW-AMOUNT (WS-ROW-IDX) TO WS-EDIT-1
              MOVE WS-ROW-ELIM (WS-ROW-IDX) TO WS-EDIT-3
              MOVE SPACES TO REPORT-RECORD
              STRING WS-ROW-ENTITY (WS-ROW-IDX) DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     WS-ROW-PARTNER (WS-ROW-IDX) DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     WS-ROW-LINE (WS-ROW-IDX)   DELIMITED BY SIZE
                     "   "                      DELIMITED BY SIZE
                     WS-ROW-TYPE (WS-ROW-IDX)   DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     WS-ROW-CCY (WS-ROW-IDX)    DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     WS-EDIT-1                  DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     WS-EDIT-3                  DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

      * The group by account, then the equity lines.  Both sides of
      * an intercompany balance rarely come to the same figure once
      * translated; what the eliminations leave is shown as such.
       WRITE-CONSOLIDATED-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CONSOLIDE PAR COMPTE EN " DELIMITED BY SIZE
                  WS-GROUP-CCY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "COMPTE T           " DELIMITED BY SIZE
                  "   TOTAL ENTITES       ELIMINATION"
                     DELIMITED BY SIZE
                  "         CONSOLIDE" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 0 TO WS-TOTAL-CONSOL
           PERFORM WRITE-CONSOLIDATED-LINE
              VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-USED

           MOVE SPACES TO REPORT-RECORD
           MOVE "RESERVES REPORTEES" TO REPORT-RECORD
           MOVE WS-TOTAL-RESERVE TO WS-WORK-AMOUNT
           PERFORM WRITE-CONSOLIDATED-EQUITY
           MOVE SPACES TO REPORT-RECORD
           MOVE "RESULTAT DE CHANGE" TO REPORT-RECORD
           MOVE WS-TOTAL-REMEAS TO WS-WORK-AMOUNT
           PERFORM WRITE-CONSOLIDATED-EQUITY
           MOVE SPACES TO REPORT-RECORD
           MOVE "ECART DE CONVERSION" TO REPORT-RECORD
           MOVE WS-TOTAL-CTA TO WS-WORK-AMOUNT
           PERFORM WRITE-CONSOLIDATED-EQUITY
           MOVE SPACES TO REPORT-RECORD
           MOVE "ECART SUR ELIMINATIONS" TO REPORT-RECORD
           MOVE WS-TOTAL-ELIM TO WS-WORK-AMOUNT
           PERFORM WRITE-CONSOLIDATED-EQUITY

           MOVE SPACES TO REPORT-RECORD
           IF WS-TOTAL-CONSOL = 0
              MOVE "CONSOLIDATION EQUILIBREE" TO REPORT-RECORD
           ELSE
              MOVE WS-TOTAL-CONSOL TO WS-EDIT-5
              STRING "CONSOLIDATION EN DESEQUILIBRE: "
                        DELIMITED BY SIZE
                     WS-EDIT-5 DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           WRITE REPORT-RECORD.

       WRITE-CONSOLIDATED-LINE.
           COMPUTE WS-WORK-AMOUNT =
              WS-LINE-GROUP (WS-LINE-IDX) - WS-LINE-ELIM (WS-LINE-IDX)
           ADD WS-WORK-AMOUNT TO WS-TOTAL-CONSOL
           MOVE WS-LINE-GROUP (WS-LINE-IDX) TO WS-EDIT-3
           MOVE WS-LINE-ELIM (WS-LINE-IDX) TO WS-EDIT-4
           MOVE WS-WORK-AMOUNT TO WS-EDIT-5
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LINE-CODE (WS-LINE-IDX) DELIMITED BY SIZE
                  "   "                      DELIMITED BY SIZE
                  WS-LINE-TYPE (WS-LINE-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           MOVE WS-EDIT-3 TO REPORT-RECORD (22:17)
           MOVE WS-EDIT-4 TO REPORT-RECORD (40:17)
           MOVE WS-EDIT-5 TO REPORT-RECORD (58:17)
           WRITE REPORT-RECORD.

       WRITE-CONSOLIDATED-EQUITY.
           ADD WS-WORK-AMOUNT TO WS-TOTAL-CONSOL
           MOVE WS-WORK-AMOUNT TO WS-EDIT-5
           MOVE WS-EDIT-5 TO REPORT-RECORD (58:17)
           WRITE REPORT-RECORD.

      * ---------------------------------------------------------
      * Closing balances for the next period.
      * ---------------------------------------------------------
       WRITE-CLOSING-HISTORY.
           OPEN OUTPUT NEW-HISTORY-FILE
           MOVE "N" TO WS-HISTORY-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM READ-HISTORY-RECORD
              PERFORM COPY-ONE-HISTORY UNTIL WS-HISTORY-EOF
              CLOSE HISTORY-FILE
           END-IF
           PERFORM WRITE-ONE-CLOSE
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-USED
           CLOSE NEW-HISTORY-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NEW-HISTORY-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HISTORY-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: closing balances not saved"
              ELSE
                 DISPLAY "ERREUR: soldes de cloture non "
                         "enregistres"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * A rerun of the same period replaces its closing.
       COPY-ONE-HISTORY.
           IF GCH-DATE NOT = WS-CONSOL-TO-NUM
              MOVE HISTORY-RECORD TO NEW-HISTORY-RECORD
              WRITE NEW-HISTORY-RECORD
           END-IF
           PERFORM READ-HISTORY-RECORD.

       WRITE-ONE-CLOSE.
           IF WS-ROW-BALANCE (WS-ROW-IDX)
              AND WS-ROW-AMOUNT (WS-ROW-IDX) NOT = 0
              MOVE SPACES TO HISTORY-RECORD
              MOVE WS-CONSOL-TO-NUM TO GCH-DATE
              MOVE WS-ROW-ENTITY (WS-ROW-IDX) TO GCH-ENTITY
              MOVE WS-ROW-LINE (WS-ROW-IDX) TO GCH-LINE
              MOVE WS-ROW-CCY (WS-ROW-IDX) TO GCH-CURRENCY
              MOVE WS-ROW-PARTNER (WS-ROW-IDX) TO GCH-PARTNER
              MOVE WS-ROW-AMOUNT (WS-ROW-IDX) TO GCH-AMOUNT
              MOVE WS-ROW-LOCAL (WS-ROW-IDX) TO GCH-LOCAL
              MOVE WS-ROW-GROUP (WS-ROW-IDX) TO GCH-GROUP
              MOVE WS-GROUP-CCY TO GCH-GROUP-CCY
              MOVE HISTORY-RECORD TO NEW-HISTORY-RECORD
              WRITE NEW-HISTORY-RECORD
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

       END PROGRAM GROUP-CONSOL.
