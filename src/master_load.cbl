       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-FLAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAT-STATUS.

           SELECT LIMIT-FILE ASSIGN TO DYNAMIC WS-FLAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAT-STATUS.

           SELECT TAX-FILE ASSIGN TO DYNAMIC WS-FLAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAT-STATUS.

           SELECT FEE-FILE ASSIGN TO DYNAMIC WS-FLAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAT-STATUS.

           SELECT ACCT-IDX-FILE ASSIGN TO DYNAMIC WS-NEW-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AX-ACCT-ID
           FILE STATUS IS WS-NEW-INDEX-STATUS.

           SELECT LIMIT-IDX-FILE
           ASSIGN TO DYNAMIC WS-NEW-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LX-USER-ID
           FILE STATUS IS WS-NEW-INDEX-STATUS.

           SELECT TAX-IDX-FILE ASSIGN TO DYNAMIC WS-NEW-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TX-KEY
           FILE STATUS IS WS-NEW-INDEX-STATUS.

           SELECT FEE-IDX-FILE ASSIGN TO DYNAMIC WS-NEW-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FX-KEY
           FILE STATUS IS WS-NEW-INDEX-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD LIMIT-FILE.
       01 LIMIT-RECORD.
          05 LIM-USER-ID          PIC X(30).
          05 FILLER               PIC X(1).
          05 LIM-SINGLE-TEXT      PIC X(12).
          05 FILLER               PIC X(1).
          05 LIM-DAILY-TEXT       PIC X(12).
          05 FILLER               PIC X(1).
          05 LIM-MONTHLY-TEXT     PIC X(12).

       FD TAX-FILE.
       01 TAX-RECORD.
          05 TAX-CODE             PIC X(3).
          05 FILLER               PIC X(1).
          05 TAX-DESCRIPTION      PIC X(20).
          05 FILLER               PIC X(1).
          05 TAX-RATE-TEXT        PIC X(6).
          05 FILLER               PIC X(1).
          05 TAX-EFF-DATE         PIC 9(8).

       FD FEE-FILE.
       01 FEE-RECORD.
          05 FEE-OPERATION        PIC X(1).
          05 FILLER               PIC X(1).
          05 FEE-SCOPE            PIC X(30).
          05 FILLER               PIC X(1).
          05 FEE-FLAT-TEXT        PIC X(10).
          05 FILLER               PIC X(1).
          05 FEE-PCT-TEXT         PIC X(7).

       FD ACCT-IDX-FILE.
       01 ACCT-IDX-RECORD.
           COPY ACCTIDX.

       FD LIMIT-IDX-FILE.
       01 LIMIT-IDX-RECORD.
           COPY LIMIDX.

       FD TAX-IDX-FILE.
       01 TAX-IDX-RECORD.
           COPY TAXIDX.

       FD FEE-IDX-FILE.
       01 FEE-IDX-RECORD.
           COPY FEEIDX.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLAT-FILENAME        PIC X(100).
       01 WS-FLAT-STATUS          PIC X(2).
       01 WS-FLAT-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-FLAT-EOF                      VALUE "Y".
       01 WS-INDEX-FILENAME       PIC X(100).
       01 WS-NEW-INDEX-FILENAME   PIC X(104).
       01 WS-NEW-INDEX-STATUS     PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-MASTER-CODE          PIC X(3).
       01 WS-MASTER-LABEL         PIC X(20).
       01 WS-LINE-NUMBER          PIC 9(5)    VALUE 0.
       01 WS-LOADED-COUNT         PIC 9(5)    VALUE 0.
       01 WS-DUP-COUNT            PIC 9(5)    VALUE 0.
       01 WS-TOTAL-DUP-COUNT      PIC 9(5)    VALUE 0.
       01 WS-DUP-KEY              PIC X(40).
       01 WS-COUNT-EDIT           PIC Z(4)9.
       01 WS-DUP-EDIT             PIC Z(4)9.
       01 WS-LINE-EDIT            PIC Z(4)9.
       01 WS-STAMP-DATE           PIC X(8).
       01 WS-STAMP-TIME           PIC X(8).
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "MASTER-LOAD".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

      * Nightly rebuild of the keyed masters CALCULATOR, PRE-EDIT
      * and SETTLEMENT-GEN read: accounts, user limits, tax rates
      * and the fee schedule.  The flat files stay the maintenance
      * copies; each keyed copy is written afresh beside its flat
      * file and only swapped in once complete.  The first line for
      * a key is loaded, as the in-core tables always used it; any
      * later line with the same key is rejected and listed on the
      * day's load report.  A master whose flat file is gone loses
      * its keyed copy too, so nobody validates against a stale one.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           IF WS-LOCALE-EN
              DISPLAY "=== Keyed master load ==="
           ELSE
              DISPLAY "=== Chargement des fichiers maitres indexes ==="
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "master_load-"  DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           MOVE "ACC" TO WS-MASTER-CODE
           MOVE "COMPTES" TO WS-MASTER-LABEL
           PERFORM LOAD-ACCOUNT-INDEX
           MOVE "LIM" TO WS-MASTER-CODE
           MOVE "LIMITES" TO WS-MASTER-LABEL
           PERFORM LOAD-LIMIT-INDEX
           MOVE "TAX" TO WS-MASTER-CODE
           MOVE "TAUX DE TAXE" TO WS-MASTER-LABEL
           PERFORM LOAD-TAX-INDEX
           MOVE "FEE" TO WS-MASTER-CODE
           MOVE "COMMISSIONS" TO WS-MASTER-LABEL
           PERFORM LOAD-FEE-INDEX

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-DUP-COUNT TO WS-DUP-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL DES LIGNES REJETEES (CLE EN DOUBLE): "
                                          DELIMITED BY SIZE
                  WS-DUP-EDIT             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           IF WS-TOTAL-DUP-COUNT > 0
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "CLES EN DOUBLE REJETEES AU CHARGEMENT DES "
                                             DELIMITED BY SIZE
                     "MAITRES: "             DELIMITED BY SIZE
                     WS-DUP-EDIT             DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                      WS-ALERT-SEVERITY,
                                      WS-ALERT-TEXT
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Duplicate keys rejected: " WS-DUP-EDIT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Cles en double rejetees: " WS-DUP-EDIT
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           STRING "CHARGEMENT DES FICHIERS MAITRES INDEXES - "
                                          DELIMITED BY SIZE
                  "JOURNEE "              DELIMITED BY SIZE
                  WS-RUN-DATE             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "EDITE LE "             DELIMITED BY SIZE
                  WS-STAMP-DATE           DELIMITED BY SIZE
                  " A "                   DELIMITED BY SIZE
                  WS-STAMP-TIME (1:6)     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * Common to the four masters: names the flat file and its
      * keyed copy, then the new copy the load writes into.
       PREPARE-MASTER-LOAD.
           CALL "MASTER_INDEX_NAME" USING WS-MASTER-CODE,
                                          WS-FLAT-FILENAME,
                                          WS-INDEX-FILENAME
           MOVE SPACES TO WS-NEW-INDEX-FILENAME
           STRING WS-INDEX-FILENAME DELIMITED BY SPACE
                  ".new"            DELIMITED BY SIZE
                  INTO WS-NEW-INDEX-FILENAME
           END-STRING
           MOVE 0 TO WS-LINE-NUMBER
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-DUP-COUNT
           MOVE "N" TO WS-FLAT-EOF-FLAG
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MASTER-LABEL        DELIMITED BY "  "
                  " - "                  DELIMITED BY SIZE
                  WS-FLAT-FILENAME       DELIMITED BY SPACE
                  " -> "                 DELIMITED BY SIZE
                  WS-INDEX-FILENAME      DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       LOAD-ACCOUNT-INDEX.
           PERFORM PREPARE-MASTER-LOAD
           OPEN INPUT ACCOUNT-FILE
           IF WS-FLAT-STATUS NOT = "00"
              PERFORM DROP-STALE-INDEX
           ELSE
              OPEN OUTPUT ACCT-IDX-FILE
              IF WS-NEW-INDEX-STATUS NOT = "00"
                 CLOSE ACCOUNT-FILE
                 PERFORM REPORT-INDEX-NOT-CREATED
              ELSE
                 PERFORM READ-ACCOUNT-RECORD
                 PERFORM LOAD-ONE-ACCOUNT UNTIL WS-FLAT-EOF
                 CLOSE ACCT-IDX-FILE
                 CLOSE ACCOUNT-FILE
                 PERFORM INSTALL-NEW-INDEX
              END-IF
           END-IF.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
              AT END
                 SET WS-FLAT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINE-NUMBER
           END-READ.

       LOAD-ONE-ACCOUNT.
           IF ACCT-ID NOT = SPACES
              MOVE ACCT-ID       TO AX-ACCT-ID
              MOVE ACCT-NAME     TO AX-NAME
              MOVE ACCT-STATUS   TO AX-STATUS
              MOVE ACCT-ENTITY   TO AX-ENTITY
              MOVE ACCT-CURRENCY TO AX-CURRENCY
              MOVE ACCT-IBAN     TO AX-IBAN
              MOVE ACCT-BIC      TO AX-BIC
              CALL "BANK_ID_CHECK" USING ACCT-IBAN, ACCT-BIC,
                                         AX-BANK-STATUS
              WRITE ACCT-IDX-RECORD
                 INVALID KEY
                    MOVE ACCT-ID TO WS-DUP-KEY
                    PERFORM REPORT-DUPLICATE-KEY
                 NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
                    IF AX-BANK-STATUS NOT = 0
                       PERFORM REPORT-INVALID-BANK-ID
                    END-IF
              END-WRITE
           END-IF
           PERFORM READ-ACCOUNT-RECORD.

      * Loaded all the same: the posting programs reject the
      * account's transactions on the stored status.
       REPORT-INVALID-BANK-ID.
           MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   ALERTE LIGNE "     DELIMITED BY SIZE
                  WS-LINE-EDIT           DELIMITED BY SIZE
                  " COMPTE "             DELIMITED BY SIZE
                  ACCT-ID                DELIMITED BY SIZE
                  " IBAN/BIC INVALIDE (CODE " DELIMITED BY SIZE
                  AX-BANK-STATUS         DELIMITED BY SIZE
                  ")"                    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       LOAD-LIMIT-INDEX.
           PERFORM PREPARE-MASTER-LOAD
           OPEN INPUT LIMIT-FILE
           IF WS-FLAT-STATUS NOT = "00"
              PERFORM DROP-STALE-INDEX
           ELSE
              OPEN OUTPUT LIMIT-IDX-FILE
              IF WS-NEW-INDEX-STATUS NOT = "00"
                 CLOSE LIMIT-FILE
                 PERFORM REPORT-INDEX-NOT-CREATED
              ELSE
                 PERFORM READ-LIMIT-RECORD
                 PERFORM LOAD-ONE-LIMIT UNTIL WS-FLAT-EOF
                 CLOSE LIMIT-IDX-FILE
                 CLOSE LIMIT-FILE
                 PERFORM INSTALL-NEW-INDEX
              END-IF
           END-IF.

       READ-LIMIT-RECORD.
           READ LIMIT-FILE
              AT END
                 SET WS-FLAT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINE-NUMBER
           END-READ.

       LOAD-ONE-LIMIT.
           IF LIM-USER-ID NOT = SPACES
              MOVE LIM-USER-ID TO LX-USER-ID
              COMPUTE LX-SINGLE = FUNCTION NUMVAL (LIM-SINGLE-TEXT)
              COMPUTE LX-DAILY = FUNCTION NUMVAL (LIM-DAILY-TEXT)
              COMPUTE LX-MONTHLY =
                 FUNCTION NUMVAL (LIM-MONTHLY-TEXT)
              WRITE LIMIT-IDX-RECORD
                 INVALID KEY
                    MOVE LIM-USER-ID TO WS-DUP-KEY
                    PERFORM REPORT-DUPLICATE-KEY
                 NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
              END-WRITE
           END-IF
           PERFORM READ-LIMIT-RECORD.

       LOAD-TAX-INDEX.
           PERFORM PREPARE-MASTER-LOAD
           OPEN INPUT TAX-FILE
           IF WS-FLAT-STATUS NOT = "00"
              PERFORM DROP-STALE-INDEX
           ELSE
              OPEN OUTPUT TAX-IDX-FILE
              IF WS-NEW-INDEX-STATUS NOT = "00"
                 CLOSE TAX-FILE
                 PERFORM REPORT-INDEX-NOT-CREATED
              ELSE
                 PERFORM READ-TAX-RECORD
                 PERFORM LOAD-ONE-TAX UNTIL WS-FLAT-EOF
                 CLOSE TAX-IDX-FILE
                 CLOSE TAX-FILE
                 PERFORM INSTALL-NEW-INDEX
              END-IF
           END-IF.

       READ-TAX-RECORD.
           READ TAX-FILE
              AT END
                 SET WS-FLAT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINE-NUMBER
           END-READ.

      * The key is the code and its effective date; a row with no
      * readable date is taken as in force from the beginning.
       LOAD-ONE-TAX.
           IF TAX-CODE NOT = SPACES
              MOVE TAX-CODE TO TX-CODE
              IF TAX-EFF-DATE NUMERIC
                 MOVE TAX-EFF-DATE TO TX-EFF-DATE
              ELSE
                 MOVE 0 TO TX-EFF-DATE
              END-IF
              MOVE TAX-DESCRIPTION TO TX-DESCRIPTION
              COMPUTE TX-RATE = FUNCTION NUMVAL (TAX-RATE-TEXT)
              WRITE TAX-IDX-RECORD
                 INVALID KEY
                    MOVE SPACES TO WS-DUP-KEY
                    STRING TX-CODE     DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           TX-EFF-DATE DELIMITED BY SIZE
                           INTO WS-DUP-KEY
                    END-STRING
                    PERFORM REPORT-DUPLICATE-KEY
                 NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
              END-WRITE
           END-IF
           PERFORM READ-TAX-RECORD.

       LOAD-FEE-INDEX.
           PERFORM PREPARE-MASTER-LOAD
           OPEN INPUT FEE-FILE
           IF WS-FLAT-STATUS NOT = "00"
              PERFORM DROP-STALE-INDEX
           ELSE
              OPEN OUTPUT FEE-IDX-FILE
              IF WS-NEW-INDEX-STATUS NOT = "00"
                 CLOSE FEE-FILE
                 PERFORM REPORT-INDEX-NOT-CREATED
              ELSE
                 PERFORM READ-FEE-RECORD
                 PERFORM LOAD-ONE-FEE UNTIL WS-FLAT-EOF
                 CLOSE FEE-IDX-FILE
                 CLOSE FEE-FILE
                 PERFORM INSTALL-NEW-INDEX
              END-IF
           END-IF.

       READ-FEE-RECORD.
           READ FEE-FILE
              AT END
                 SET WS-FLAT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINE-NUMBER
           END-READ.

      * The flat line number goes with the rule so the lookup can
      * still let the first listed rule win.
       LOAD-ONE-FEE.
           IF FEE-OPERATION NOT = SPACES
              MOVE FEE-OPERATION TO FX-OPERATION
              MOVE FEE-SCOPE TO FX-SCOPE
              MOVE WS-LINE-NUMBER TO FX-SEQ
              COMPUTE FX-FLAT = FUNCTION NUMVAL (FEE-FLAT-TEXT)
              COMPUTE FX-PCT = FUNCTION NUMVAL (FEE-PCT-TEXT)
              WRITE FEE-IDX-RECORD
                 INVALID KEY
                    MOVE SPACES TO WS-DUP-KEY
                    STRING FEE-OPERATION DELIMITED BY SIZE
                           " "           DELIMITED BY SIZE
                           FEE-SCOPE     DELIMITED BY SIZE
                           INTO WS-DUP-KEY
                    END-STRING
                    PERFORM REPORT-DUPLICATE-KEY
                 NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
              END-WRITE
           END-IF
           PERFORM READ-FEE-RECORD.

       REPORT-DUPLICATE-KEY.
           ADD 1 TO WS-DUP-COUNT
           ADD 1 TO WS-TOTAL-DUP-COUNT
           MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   REJET LIGNE "      DELIMITED BY SIZE
                  WS-LINE-EDIT           DELIMITED BY SIZE
                  " CLE EN DOUBLE: "     DELIMITED BY SIZE
                  WS-DUP-KEY             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * The new copy replaces the old one only once it is complete,
      * so an interrupted load leaves yesterday's keyed master in
      * place.
       INSTALL-NEW-INDEX.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f "                 DELIMITED BY SIZE
                  WS-NEW-INDEX-FILENAME    DELIMITED BY SPACE
                  " "                      DELIMITED BY SIZE
                  WS-INDEX-FILENAME        DELIMITED BY SPACE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              PERFORM REPORT-INDEX-NOT-CREATED
           ELSE
              MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
              MOVE WS-DUP-COUNT TO WS-DUP-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "   CLES CHARGEES: "  DELIMITED BY SIZE
                     WS-COUNT-EDIT         DELIMITED BY SIZE
                     "   LIGNES REJETEES: " DELIMITED BY SIZE
                     WS-DUP-EDIT           DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              IF WS-LOCALE-EN
                 DISPLAY FUNCTION TRIM (WS-INDEX-FILENAME)
                         ": " WS-COUNT-EDIT " keys loaded, "
                         WS-DUP-EDIT " duplicates rejected"
              ELSE
                 DISPLAY FUNCTION TRIM (WS-INDEX-FILENAME)
                         ": " WS-COUNT-EDIT " cles chargees, "
                         WS-DUP-EDIT " doublons rejetes"
              END-IF
           END-IF.

      * With no flat master the programs skip the check altogether,
      * as they always have; a keyed copy left over from an earlier
      * load must not bring it back.
       DROP-STALE-INDEX.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f "                 DELIMITED BY SIZE
                  WS-INDEX-FILENAME        DELIMITED BY SPACE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE SPACES TO REPORT-RECORD
           STRING "   FICHIER PLAT ABSENT - PAS DE MAITRE INDEXE"
                                           DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-LOCALE-EN
              DISPLAY FUNCTION TRIM (WS-FLAT-FILENAME)
                      ": no flat master, no keyed copy"
           ELSE
              DISPLAY FUNCTION TRIM (WS-FLAT-FILENAME)
                      ": pas de fichier plat, pas de maitre indexe"
           END-IF.

      * Yesterday's keyed copy is left in place; posting must not
      * start on it, so the step ends in error.
       REPORT-INDEX-NOT-CREATED.
           MOVE SPACES TO REPORT-RECORD
           STRING "   ERREUR: MAITRE INDEXE NON RECONSTRUIT"
                                           DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-LOCALE-EN
              DISPLAY "ERROR: " FUNCTION TRIM (WS-INDEX-FILENAME)
                      " could not be rebuilt"
           ELSE
              DISPLAY "ERREUR: " FUNCTION TRIM (WS-INDEX-FILENAME)
                      " n'a pas pu etre reconstruit"
           END-IF
           MOVE "SEVERE" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "MAITRE INDEXE NON RECONSTRUIT: " DELIMITED BY SIZE
                  WS-INDEX-FILENAME         DELIMITED BY SPACE
                  INTO WS-ALERT-TEXT
           END-STRING
           CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                   WS-ALERT-SEVERITY,
                                   WS-ALERT-TEXT
           MOVE 8 TO WS-RETURN-CODE.

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

       END PROGRAM MASTER-LOAD.
