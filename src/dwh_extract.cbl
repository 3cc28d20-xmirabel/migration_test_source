       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWH-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-STATUS.

           SELECT DECIMALS-FILE ASSIGN TO DYNAMIC WS-DECIMALS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECIMALS-STATUS.

           SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT TAX-FILE ASSIGN TO DYNAMIC WS-TAX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAPSHOT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

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

       FD DECIMALS-FILE.
       01 DECIMALS-RECORD.
          05 DEC-CCY              PIC X(3).
          05 FILLER               PIC X(1).
          05 DEC-COUNT            PIC 9(1).

       FD RATE-FILE.
       01 RATE-RECORD.
          05 RATE-CCY             PIC X(3).
          05 FILLER               PIC X(1).
          05 RATE-VALUE           PIC X(10).
          05 FILLER               PIC X(1).
          05 RATE-EFF-DATE        PIC 9(8).

       FD TAX-FILE.
       01 TAX-RECORD.
          05 TAX-CODE             PIC X(3).
          05 FILLER               PIC X(1).
          05 TAX-DESCRIPTION      PIC X(20).
          05 FILLER               PIC X(1).
          05 TAX-RATE-TEXT        PIC X(6).
          05 FILLER               PIC X(1).
          05 TAX-EFF-DATE         PIC 9(8).

      * The image of every dimension row as last handed to the
      * warehouse, in the extract's own D layout; a row whose image
      * differs from today's master goes out again.
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD         PIC X(200).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-ACCOUNT-FILENAME     PIC X(100)
                                     VALUE "account_master.dat".
       01 WS-ACCOUNT-STATUS       PIC X(2).
       01 WS-ENTITY-FILENAME      PIC X(100)
                                     VALUE "entity_master.dat".
       01 WS-ENTITY-STATUS        PIC X(2).
       01 WS-DECIMALS-FILENAME    PIC X(100)
                                     VALUE "currency_decimals.dat".
       01 WS-DECIMALS-STATUS      PIC X(2).
       01 WS-RATE-FILENAME        PIC X(100)
                                     VALUE "fx_rates.dat".
       01 WS-RATE-STATUS          PIC X(2).
       01 WS-TAX-FILENAME         PIC X(100)
                                     VALUE "tax_table.dat".
       01 WS-TAX-STATUS           PIC X(2).
       01 WS-SNAPSHOT-FILENAME    PIC X(100)
                                     VALUE "dwh_snapshot.dat".
       01 WS-SNAPSHOT-STATUS      PIC X(2).
       01 WS-EXTRACT-FILENAME     PIC X(100).
       01 WS-EXTRACT-STATUS       PIC X(2).
       01 WS-MASTER-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-MASTER-EOF                    VALUE "Y".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-EXTRACT-DATE         PIC X(8).
       01 WS-EXTRACT-DATE-NUM     PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-IFACE-NAME           PIC X(10)   VALUE "DWH".
       01 WS-IFACE-SEQ            PIC 9(6)    VALUE 0.
       01 WS-IFACE-REG-NAME       PIC X(100).
       01 WS-SEAL-LINE            PIC X(300).
       01 WS-SEAL-KEY-ID          PIC X(4).
       01 WS-SEAL-VALUE           PIC X(18).
       01 WS-SEAL-STATUS          PIC 9(2).
          88 WS-SEAL-OK                       VALUE 0.
          88 WS-SEAL-UNPROTECTED              VALUE 12.

       01 WS-DWH-ROW.
           COPY DWHREC.

       01 WS-CUR-TABLE            PIC X(4).
       01 WS-FILE-COUNT           PIC 9(7)    VALUE 0.
       01 WS-FACT-COUNT           PIC 9(7)    VALUE 0.
       01 WS-CHANGE-COUNT         PIC 9(7)    VALUE 0.
       01 WS-FILE-WRITTEN         PIC 9(2)    VALUE 0.

       01 WS-ENTITY-LIST.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 WS-ENT-CODE          PIC X(3).
       01 WS-ENT-USED             PIC 9(2)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(2)    VALUE 20.
       01 WS-ENT-IDX              PIC 9(2).

       01 WS-FACT-DATE-X          PIC X(8).

      * Departments have no master of their own: the dimension is
      * every department a user profile names, with its head count.
       01 WS-DPT-TABLE.
          05 WS-DPT-ENTRY OCCURS 200 TIMES.
             10 WS-DPT-CODE          PIC X(10).
             10 WS-DPT-COUNT         PIC 9(5).
       01 WS-DPT-USED             PIC 9(3)    VALUE 0.
       01 WS-DPT-MAX              PIC 9(3)    VALUE 200.
       01 WS-DPT-IDX              PIC 9(3).
       01 WS-DPT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-DPT-FOUND                     VALUE "Y".

      * A currency quoted in fx_rates.dat but missing from
      * currency_decimals.dat carries two decimals, as CURRENCY_UTILS
      * assumes.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 100 TIMES.
             10 WS-CCY-CODE          PIC X(3).
             10 WS-CCY-DECIMALS      PIC 9(1).
       01 WS-CCY-USED             PIC 9(3)    VALUE 0.
       01 WS-CCY-MAX              PIC 9(3)    VALUE 100.
       01 WS-CCY-IDX              PIC 9(3).
       01 WS-CCY-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-CCY-FOUND                     VALUE "Y".
       01 WS-FIND-CCY             PIC X(3).

       01 WS-TAX-RATE-X           PIC X(6).
       01 WS-TAX-RATE-PARTS REDEFINES WS-TAX-RATE-X.
          05 WS-TAX-RATE-INT      PIC 9(3).
          05 FILLER               PIC X(1).
          05 WS-TAX-RATE-DEC      PIC 9(2).
       01 WS-TAX-RATE-NUM         PIC 9(3)V99.

       01 WS-SNP-TABLE.
          05 WS-SNP-ENTRY OCCURS 3000 TIMES.
             10 WS-SNP-TABLE-CODE    PIC X(4).
             10 WS-SNP-KEY           PIC X(20).
             10 WS-SNP-EFF-FROM      PIC 9(8).
             10 WS-SNP-ATTRIBUTES    PIC X(100).
             10 WS-SNP-SEEN          PIC X(1).
             10 WS-SNP-REMOVED       PIC X(1).
       01 WS-SNP-USED             PIC 9(4)    VALUE 0.
       01 WS-SNP-MAX              PIC 9(4)    VALUE 3000.
       01 WS-SNP-IDX              PIC 9(4).
       01 WS-SNP-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-SNP-FOUND                     VALUE "Y".
       01 WS-SNP-FULL-FLAG        PIC X(1)    VALUE "N".
          88 WS-SNP-FULL                      VALUE "Y".

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

           ACCEPT WS-EXTRACT-DATE FROM ENVIRONMENT "DWH_DATE"
           IF WS-EXTRACT-DATE NOT NUMERIC OR WS-EXTRACT-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-EXTRACT-DATE,
                                         WS-DATE-SOURCE
           END-IF
           MOVE WS-EXTRACT-DATE TO WS-EXTRACT-DATE-NUM

           IF WS-LOCALE-EN
              DISPLAY "=== Data warehouse extract: "
                      WS-EXTRACT-DATE " ==="
           ELSE
              DISPLAY "=== Extraction entrepot de donnees: "
                      WS-EXTRACT-DATE " ==="
           END-IF

           CALL "SEQ_REGISTER" USING WS-IFACE-NAME, WS-IFACE-SEQ
           PERFORM LOAD-SNAPSHOT

           PERFORM EXTRACT-ENTITIES
           PERFORM EXTRACT-FACTS
           PERFORM EXTRACT-USERS
           PERFORM EXTRACT-DEPARTMENTS
           PERFORM EXTRACT-ACCOUNTS
           PERFORM EXTRACT-CURRENCIES
           PERFORM EXTRACT-TAX-CODES

           IF WS-SNP-FULL
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: dimension snapshot full, "
                         "snapshot not replaced"
              ELSE
                 DISPLAY "ERREUR: image des dimensions saturee, "
                         "image non remplacee"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM SAVE-SNAPSHOT
           END-IF
           IF WS-FACT-COUNT = 0 AND WS-RETURN-CODE = 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Extract sequence:       " WS-IFACE-SEQ
              DISPLAY "Files written:          " WS-FILE-WRITTEN
              DISPLAY "Fact rows:              " WS-FACT-COUNT
              DISPLAY "Dimension rows changed: " WS-CHANGE-COUNT
           ELSE
              DISPLAY "Sequence d'extraction:      " WS-IFACE-SEQ
              DISPLAY "Fichiers ecrits:            " WS-FILE-WRITTEN
              DISPLAY "Lignes de faits:            " WS-FACT-COUNT
              DISPLAY "Lignes de dimension modif.: " WS-CHANGE-COUNT
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * One file per table and extract, named after both, opened with
      * the header the warehouse checks the sequence against.
       OPEN-EXTRACT-FILE.
           MOVE SPACES TO WS-EXTRACT-FILENAME
           STRING "dwh-"          DELIMITED BY SIZE
                  WS-CUR-TABLE    DELIMITED BY SPACE
                  "-"             DELIMITED BY SIZE
                  WS-EXTRACT-DATE DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-IFACE-SEQ    DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-EXTRACT-FILENAME
           END-STRING
           OPEN OUTPUT EXTRACT-FILE
           CALL "SEAL_OPEN" USING WS-IFACE-NAME, WS-EXTRACT-DATE,
                WS-SEAL-KEY-ID, WS-SEAL-STATUS
           MOVE 0 TO WS-FILE-COUNT
           MOVE SPACES TO WS-DWH-ROW
           SET DW-IS-HEADER TO TRUE
           MOVE WS-IFACE-NAME TO DWH-IFACE
           MOVE WS-IFACE-SEQ TO DWH-SEQ
           MOVE WS-EXTRACT-DATE-NUM TO DWH-DATE
           MOVE WS-CUR-TABLE TO DWH-TABLE
           PERFORM WRITE-EXTRACT-LINE.

      * The trailer is sealed over itself with the seal fields still
      * blank, then written with them filled in.
       CLOSE-EXTRACT-FILE.
           MOVE SPACES TO WS-DWH-ROW
           SET DW-IS-TRAILER TO TRUE
           MOVE WS-FILE-COUNT TO DWT-COUNT
           MOVE WS-DWH-ROW TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE
           CALL "SEAL_CLOSE" USING WS-SEAL-VALUE
           IF WS-SEAL-OK
              MOVE WS-SEAL-KEY-ID TO DWT-SEAL-KEY-ID
              MOVE WS-SEAL-VALUE TO DWT-SEAL
           END-IF
           IF WS-SEAL-UNPROTECTED
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: seal key file unusable, "
                         WS-EXTRACT-FILENAME (1:30) " unsealed"
              ELSE
                 DISPLAY "AVERTISSEMENT: cles inutilisables, "
                         WS-EXTRACT-FILENAME (1:30) " non scelle"
              END-IF
           END-IF
           MOVE WS-DWH-ROW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           ADD 1 TO WS-FILE-WRITTEN
           MOVE WS-EXTRACT-FILENAME TO WS-IFACE-REG-NAME
           CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME,
                WS-IFACE-SEQ, WS-IFACE-REG-NAME.

       WRITE-EXTRACT-ROW.
           PERFORM WRITE-EXTRACT-LINE
           ADD 1 TO WS-FILE-COUNT.

       WRITE-EXTRACT-LINE.
           MOVE WS-DWH-ROW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           MOVE EXTRACT-RECORD TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE.

      * The day's calculations from the main audit log and from each
      * entity's own log.
       EXTRACT-FACTS.
           MOVE "FACT" TO WS-CUR-TABLE
           PERFORM OPEN-EXTRACT-FILE
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"         DELIMITED BY SIZE
                  WS-EXTRACT-DATE  DELIMITED BY SIZE
                  ".log"           DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM EXTRACT-AUDIT-FILE
           PERFORM EXTRACT-ENTITY-AUDIT
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-USED
           PERFORM CLOSE-EXTRACT-FILE.

       EXTRACT-ENTITY-AUDIT.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"                   DELIMITED BY SIZE
                  WS-EXTRACT-DATE            DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  WS-ENT-CODE (WS-ENT-IDX)   DELIMITED BY SIZE
                  ".log"                     DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM EXTRACT-AUDIT-FILE.

       EXTRACT-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM READ-AUDIT-RECORD
              PERFORM EXTRACT-ONE-FACT UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       EXTRACT-ONE-FACT.
           IF CALC-REC-TRANS-ID NOT = SPACES
              MOVE SPACES TO WS-DWH-ROW
              SET DW-IS-DETAIL TO TRUE
              MOVE CALC-REC-TRANS-ID TO DWF-TRANS-ID
              MOVE SPACES TO WS-FACT-DATE-X
              STRING CALC-REC-DATE (1:4) DELIMITED BY SIZE
                     CALC-REC-DATE (6:2) DELIMITED BY SIZE
                     CALC-REC-DATE (9:2) DELIMITED BY SIZE
                     INTO WS-FACT-DATE-X
              END-STRING
              IF WS-FACT-DATE-X IS NUMERIC
                 MOVE WS-FACT-DATE-X TO DWF-TRANS-DATE
              ELSE
                 MOVE 0 TO DWF-TRANS-DATE
              END-IF
              MOVE CALC-REC-USER TO DWF-USER
              MOVE CALC-REC-DEPARTMENT TO DWF-DEPARTMENT
              MOVE CALC-REC-ACCOUNT TO DWF-ACCOUNT
              MOVE CALC-REC-ENTITY TO DWF-ENTITY
              MOVE CALC-REC-CURRENCY TO DWF-CURRENCY
              MOVE CALC-REC-TAX-CODE TO DWF-TAX-CODE
              MOVE CALC-REC-OPERATION TO DWF-OPERATION
              MOVE CALC-REC-STATUS TO DWF-STATUS
              MOVE CALC-REC-RESULT TO DWF-RESULT
              MOVE CALC-REC-CONVERTED TO DWF-CONVERTED
              MOVE CALC-REC-TAX-AMOUNT TO DWF-TAX-AMOUNT
              MOVE CALC-REC-GROUP-CCY TO DWF-GROUP-CCY
              MOVE CALC-REC-GROUP-CONV TO DWF-GROUP-CONV
              MOVE CALC-REC-REF-ID TO DWF-REF-ID
              MOVE CALC-REC-PPA-FLAG TO DWF-PPA-FLAG
              MOVE CALC-REC-ORIG-DATE TO DWF-ORIG-DATE
              MOVE CALC-REC-RUN-ID TO DWF-RUN-ID
              PERFORM WRITE-EXTRACT-ROW
              ADD 1 TO WS-FACT-COUNT
           END-IF
           PERFORM READ-AUDIT-RECORD.

      * Dimension rows: the current master is built into the D layout
      * and compared with the snapshot; what was not seen in the
      * master any more goes out as removed when the file closes.
       START-DIMENSION-ROW.
           MOVE SPACES TO WS-DWH-ROW
           SET DW-IS-DETAIL TO TRUE
           MOVE WS-CUR-TABLE TO DWD-TABLE.

       CAPTURE-DIMENSION-ROW.
           MOVE "N" TO WS-SNP-FOUND-FLAG
           PERFORM FIND-SNAPSHOT-ROW
              VARYING WS-SNP-IDX FROM 1 BY 1
              UNTIL WS-SNP-IDX > WS-SNP-USED OR WS-SNP-FOUND
           IF WS-SNP-FOUND
              MOVE "Y" TO WS-SNP-SEEN (WS-SNP-IDX)
              IF DWD-ATTRIBUTES NOT = WS-SNP-ATTRIBUTES (WS-SNP-IDX)
                 MOVE DWD-ATTRIBUTES TO WS-SNP-ATTRIBUTES (WS-SNP-IDX)
                 MOVE WS-EXTRACT-DATE-NUM
                    TO WS-SNP-EFF-FROM (WS-SNP-IDX)
                 SET DWD-IS-CHANGED TO TRUE
                 MOVE WS-EXTRACT-DATE-NUM TO DWD-EFF-FROM
                 PERFORM WRITE-EXTRACT-ROW
                 ADD 1 TO WS-CHANGE-COUNT
              END-IF
           ELSE
              IF WS-SNP-USED < WS-SNP-MAX
                 ADD 1 TO WS-SNP-USED
                 MOVE WS-CUR-TABLE TO WS-SNP-TABLE-CODE (WS-SNP-USED)
                 MOVE DWD-KEY TO WS-SNP-KEY (WS-SNP-USED)
                 MOVE WS-EXTRACT-DATE-NUM
                    TO WS-SNP-EFF-FROM (WS-SNP-USED)
                 MOVE DWD-ATTRIBUTES TO WS-SNP-ATTRIBUTES (WS-SNP-USED)
                 MOVE "Y" TO WS-SNP-SEEN (WS-SNP-USED)
                 MOVE "N" TO WS-SNP-REMOVED (WS-SNP-USED)
                 SET DWD-IS-NEW TO TRUE
                 MOVE WS-EXTRACT-DATE-NUM TO DWD-EFF-FROM
                 PERFORM WRITE-EXTRACT-ROW
                 ADD 1 TO WS-CHANGE-COUNT
              ELSE
                 SET WS-SNP-FULL TO TRUE
              END-IF
           END-IF.

       FIND-SNAPSHOT-ROW.
           IF WS-SNP-TABLE-CODE (WS-SNP-IDX) = WS-CUR-TABLE
              AND WS-SNP-KEY (WS-SNP-IDX) = DWD-KEY
              SET WS-SNP-FOUND TO TRUE
              SUBTRACT 1 FROM WS-SNP-IDX
           END-IF.

       CLOSE-DIMENSION-FILE.
           PERFORM EMIT-REMOVED-ROW
              VARYING WS-SNP-IDX FROM 1 BY 1
              UNTIL WS-SNP-IDX > WS-SNP-USED
           PERFORM CLOSE-EXTRACT-FILE.

       EMIT-REMOVED-ROW.
           IF WS-SNP-TABLE-CODE (WS-SNP-IDX) = WS-CUR-TABLE
              AND WS-SNP-SEEN (WS-SNP-IDX) = "N"
              AND WS-SNP-REMOVED (WS-SNP-IDX) = "N"
              MOVE "Y" TO WS-SNP-REMOVED (WS-SNP-IDX)
              PERFORM START-DIMENSION-ROW
              SET DWD-IS-REMOVED TO TRUE
              MOVE WS-EXTRACT-DATE-NUM TO DWD-EFF-FROM
              MOVE WS-SNP-KEY (WS-SNP-IDX) TO DWD-KEY
              MOVE WS-SNP-ATTRIBUTES (WS-SNP-IDX) TO DWD-ATTRIBUTES
              PERFORM WRITE-EXTRACT-ROW
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       EXTRACT-USERS.
           MOVE "USER" TO WS-CUR-TABLE
           PERFORM OPEN-EXTRACT-FILE
           ACCEPT WS-PROFILE-FILENAME FROM ENVIRONMENT "PROFILE_FILE"
           IF WS-PROFILE-FILENAME = SPACES
              MOVE "user_profiles.dat" TO WS-PROFILE-FILENAME
           END-IF
           MOVE "N" TO WS-MASTER-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM EXTRACT-ONE-USER UNTIL WS-MASTER-EOF
              CLOSE PROFILE-FILE
           END-IF
           PERFORM CLOSE-DIMENSION-FILE.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-MASTER-EOF TO TRUE
           END-READ.

       EXTRACT-ONE-USER.
           IF PRF-USER-ID NOT = SPACES
              PERFORM START-DIMENSION-ROW
              MOVE PRF-USER-ID TO DWD-KEY
              MOVE PRF-FULL-NAME TO DWU-FULL-NAME
              MOVE PRF-DEPARTMENT TO DWU-DEPARTMENT
              MOVE PRF-ROLE TO DWU-ROLE
              PERFORM CAPTURE-DIMENSION-ROW
              PERFORM TALLY-DEPARTMENT
           END-IF
           PERFORM READ-PROFILE-RECORD.

       TALLY-DEPARTMENT.
           MOVE "N" TO WS-DPT-FOUND-FLAG
           PERFORM FIND-DEPARTMENT
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-USED OR WS-DPT-FOUND
           IF WS-DPT-FOUND
              ADD 1 TO WS-DPT-COUNT (WS-DPT-IDX)
           ELSE
              IF WS-DPT-USED < WS-DPT-MAX
                 AND PRF-DEPARTMENT NOT = SPACES
                 ADD 1 TO WS-DPT-USED
                 MOVE PRF-DEPARTMENT TO WS-DPT-CODE (WS-DPT-USED)
                 MOVE 1 TO WS-DPT-COUNT (WS-DPT-USED)
              END-IF
           END-IF.

       FIND-DEPARTMENT.
           IF WS-DPT-CODE (WS-DPT-IDX) = PRF-DEPARTMENT
              SET WS-DPT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DPT-IDX
           END-IF.

       EXTRACT-DEPARTMENTS.
           MOVE "DEPT" TO WS-CUR-TABLE
           PERFORM OPEN-EXTRACT-FILE
           PERFORM EXTRACT-ONE-DEPARTMENT
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-USED
           PERFORM CLOSE-DIMENSION-FILE.

       EXTRACT-ONE-DEPARTMENT.
           PERFORM START-DIMENSION-ROW
           MOVE WS-DPT-CODE (WS-DPT-IDX) TO DWD-KEY
           MOVE WS-DPT-COUNT (WS-DPT-IDX) TO DWP-USER-COUNT
           PERFORM CAPTURE-DIMENSION-ROW.

       EXTRACT-ACCOUNTS.
           MOVE "ACCT" TO WS-CUR-TABLE
           PERFORM OPEN-EXTRACT-FILE
           ACCEPT WS-ACCOUNT-FILENAME FROM ENVIRONMENT "ACCOUNT_FILE"
           IF WS-ACCOUNT-FILENAME = SPACES
              MOVE "account_master.dat" TO WS-ACCOUNT-FILENAME
           END-IF
           MOVE "N" TO WS-MASTER-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
              PERFORM READ-ACCOUNT-RECORD
              PERFORM EXTRACT-ONE-ACCOUNT UNTIL WS-MASTER-EOF
              CLOSE ACCOUNT-FILE
           END-IF
           PERFORM CLOSE-DIMENSION-FILE.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
              AT END
                 SET WS-MASTER-EOF TO TRUE
           END-READ.

       EXTRACT-ONE-ACCOUNT.
           IF ACCT-ID NOT = SPACES
              PERFORM START-DIMENSION-ROW
              MOVE ACCT-ID TO DWD-KEY
              MOVE ACCT-NAME TO DWA-NAME
              MOVE ACCT-STATUS TO DWA-STATUS
              MOVE ACCT-ENTITY TO DWA-ENTITY
              MOVE ACCT-CURRENCY TO DWA-CURRENCY
              MOVE ACCT-IBAN TO DWA-IBAN
              MOVE ACCT-BIC TO DWA-BIC
              PERFORM CAPTURE-DIMENSION-ROW
           END-IF
           PERFORM READ-ACCOUNT-RECORD.

      * Every entity, active or not, is a dimension row; its code also
      * names the entity audit logs the fact table is read from.
       EXTRACT-ENTITIES.
           MOVE "ENTY" TO WS-CUR-TABLE
           PERFORM OPEN-EXTRACT-FILE
           ACCEPT WS-ENTITY-FILENAME FROM ENVIRONMENT "ENTITY_FILE"
           IF WS-ENTITY-FILENAME = SPACES
              MOVE "entity_master.dat" TO WS-ENTITY-FILENAME
           END-IF
           MOVE "N" TO WS-MASTER-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-STATUS = "00"
              PERFORM READ-ENTITY-RECORD
              PERFORM EXTRACT-ONE-ENTITY UNTIL WS-MASTER-EOF
              CLOSE ENTITY-FILE
           END-IF
           PERFORM CLOSE-DIMENSION-FILE.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
              AT END
                 SET WS-MASTER-EOF TO TRUE
           END-READ.

       EXTRACT-ONE-ENTITY.
           IF ENT-CODE NOT = SPACES
              PERFORM START-DIMENSION-ROW
              MOVE ENT-CODE TO DWD-KEY
              MOVE ENT-DESCRIPTION TO DWE-DESCRIPTION
              MOVE ENT-CURRENCY TO DWE-CURRENCY
              MOVE ENT-GL-COMPANY TO DWE-GL-COMPANY
              MOVE ENT-ACTIVE TO DWE-ACTIVE
              MOVE ENT-CALENDAR TO DWE-CALENDAR
              PERFORM CAPTURE-DIMENSION-ROW
              IF WS-ENT-USED < WS-ENT-MAX
                 ADD 1 TO WS-ENT-USED
                 MOVE ENT-CODE TO WS-ENT-CODE (WS-ENT-USED)
              END-IF
           END-IF
           PERFORM READ-ENTITY-RECORD.

       EXTRACT-CURRENCIES.
           MOVE "CURR" TO WS-CUR-TABLE
           PERFORM OPEN-EXTRACT-FILE
           ACCEPT WS-DECIMALS-FILENAME FROM ENVIRONMENT
                  "CURRENCY_DECIMALS_FILE"
           IF WS-DECIMALS-FILENAME = SPACES
              MOVE "currency_decimals.dat" TO WS-DECIMALS-FILENAME
           END-IF
           MOVE "N" TO WS-MASTER-EOF-FLAG
           OPEN INPUT DECIMALS-FILE
           IF WS-DECIMALS-STATUS = "00"
              PERFORM READ-DECIMALS-RECORD
              PERFORM LOAD-ONE-DECIMALS UNTIL WS-MASTER-EOF
              CLOSE DECIMALS-FILE
           END-IF
           ACCEPT WS-RATE-FILENAME FROM ENVIRONMENT "FX_RATE_FILE"
           IF WS-RATE-FILENAME = SPACES
              MOVE "fx_rates.dat" TO WS-RATE-FILENAME
           END-IF
           MOVE "N" TO WS-MASTER-EOF-FLAG
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
              PERFORM READ-RATE-RECORD
              PERFORM LOAD-ONE-RATE-CCY UNTIL WS-MASTER-EOF
              CLOSE RATE-FILE
           END-IF
           PERFORM EXTRACT-ONE-CURRENCY
              VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-USED
           PERFORM CLOSE-DIMENSION-FILE.

       READ-DECIMALS-RECORD.
           READ DECIMALS-FILE
              AT END
                 SET WS-MASTER-EOF TO TRUE
           END-READ.

       LOAD-ONE-DECIMALS.
           IF DEC-CCY NOT = SPACES AND DEC-COUNT IS NUMERIC
              MOVE DEC-CCY TO WS-FIND-CCY
              PERFORM LOOK-UP-CURRENCY
              IF NOT WS-CCY-FOUND AND WS-CCY-USED < WS-CCY-MAX
                 ADD 1 TO WS-CCY-USED
                 MOVE DEC-CCY TO WS-CCY-CODE (WS-CCY-USED)
                 MOVE DEC-COUNT TO WS-CCY-DECIMALS (WS-CCY-USED)
              END-IF
           END-IF
           PERFORM READ-DECIMALS-RECORD.

       READ-RATE-RECORD.
           READ RATE-FILE
              AT END
                 SET WS-MASTER-EOF TO TRUE
           END-READ.

       LOAD-ONE-RATE-CCY.
           IF RATE-CCY NOT = SPACES
              MOVE RATE-CCY TO WS-FIND-CCY
              PERFORM LOOK-UP-CURRENCY
              IF NOT WS-CCY-FOUND AND WS-CCY-USED < WS-CCY-MAX
                 ADD 1 TO WS-CCY-USED
                 MOVE RATE-CCY TO WS-CCY-CODE (WS-CCY-USED)
                 MOVE 2 TO WS-CCY-DECIMALS (WS-CCY-USED)
              END-IF
           END-IF
           PERFORM READ-RATE-RECORD.

       LOOK-UP-CURRENCY.
           MOVE "N" TO WS-CCY-FOUND-FLAG
           PERFORM FIND-CURRENCY
              VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-USED OR WS-CCY-FOUND.

       FIND-CURRENCY.
           IF WS-CCY-CODE (WS-CCY-IDX) = WS-FIND-CCY
              SET WS-CCY-FOUND TO TRUE
              SUBTRACT 1 FROM WS-CCY-IDX
           END-IF.

       EXTRACT-ONE-CURRENCY.
           PERFORM START-DIMENSION-ROW
           MOVE WS-CCY-CODE (WS-CCY-IDX) TO DWD-KEY
           MOVE WS-CCY-DECIMALS (WS-CCY-IDX) TO DWC-DECIMALS
           PERFORM CAPTURE-DIMENSION-ROW.

       EXTRACT-TAX-CODES.
           MOVE "TAXC" TO WS-CUR-TABLE
           PERFORM OPEN-EXTRACT-FILE
           ACCEPT WS-TAX-FILENAME FROM ENVIRONMENT "TAX_TABLE_FILE"
           IF WS-TAX-FILENAME = SPACES
              MOVE "tax_table.dat" TO WS-TAX-FILENAME
           END-IF
           MOVE "N" TO WS-MASTER-EOF-FLAG
           OPEN INPUT TAX-FILE
           IF WS-TAX-STATUS = "00"
              PERFORM READ-TAX-RECORD
              PERFORM EXTRACT-ONE-TAX-CODE UNTIL WS-MASTER-EOF
              CLOSE TAX-FILE
           END-IF
           PERFORM CLOSE-DIMENSION-FILE.

       READ-TAX-RECORD.
           READ TAX-FILE
              AT END
                 SET WS-MASTER-EOF TO TRUE
           END-READ.

       EXTRACT-ONE-TAX-CODE.
           IF TAX-CODE NOT = SPACES AND TAX-EFF-DATE IS NUMERIC
              PERFORM START-DIMENSION-ROW
              STRING TAX-CODE     DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     TAX-EFF-DATE DELIMITED BY SIZE
                     INTO DWD-KEY
              END-STRING
              MOVE TAX-DESCRIPTION TO DWX-DESCRIPTION
              MOVE TAX-RATE-TEXT TO WS-TAX-RATE-X
              MOVE 0 TO WS-TAX-RATE-NUM
              IF WS-TAX-RATE-INT IS NUMERIC
                 AND WS-TAX-RATE-DEC IS NUMERIC
                 COMPUTE WS-TAX-RATE-NUM = WS-TAX-RATE-INT
                                         + WS-TAX-RATE-DEC / 100
              END-IF
              MOVE WS-TAX-RATE-NUM TO DWX-RATE
              PERFORM CAPTURE-DIMENSION-ROW
           END-IF
           PERFORM READ-TAX-RECORD.

       LOAD-SNAPSHOT.
           ACCEPT WS-SNAPSHOT-FILENAME FROM ENVIRONMENT
                  "DWH_SNAPSHOT_FILE"
           IF WS-SNAPSHOT-FILENAME = SPACES
              MOVE "dwh_snapshot.dat" TO WS-SNAPSHOT-FILENAME
           END-IF
           MOVE 0 TO WS-SNP-USED
           MOVE "N" TO WS-MASTER-EOF-FLAG
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = "00"
              PERFORM READ-SNAPSHOT-RECORD
              PERFORM LOAD-ONE-SNAPSHOT UNTIL WS-MASTER-EOF
              CLOSE SNAPSHOT-FILE
           END-IF.

       READ-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE INTO WS-DWH-ROW
              AT END
                 SET WS-MASTER-EOF TO TRUE
           END-READ.

       LOAD-ONE-SNAPSHOT.
           IF DW-IS-DETAIL
              IF WS-SNP-USED < WS-SNP-MAX
                 ADD 1 TO WS-SNP-USED
                 MOVE DWD-TABLE TO WS-SNP-TABLE-CODE (WS-SNP-USED)
                 MOVE DWD-KEY TO WS-SNP-KEY (WS-SNP-USED)
                 MOVE DWD-EFF-FROM TO WS-SNP-EFF-FROM (WS-SNP-USED)
                 MOVE DWD-ATTRIBUTES TO WS-SNP-ATTRIBUTES (WS-SNP-USED)
                 MOVE "N" TO WS-SNP-SEEN (WS-SNP-USED)
                 MOVE "N" TO WS-SNP-REMOVED (WS-SNP-USED)
              ELSE
                 SET WS-SNP-FULL TO TRUE
              END-IF
           END-IF
           PERFORM READ-SNAPSHOT-RECORD.

      * The snapshot keeps each row with the date it last changed;
      * rows removed from their master are dropped.
       SAVE-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-FILE
           PERFORM SAVE-ONE-SNAPSHOT
              VARYING WS-SNP-IDX FROM 1 BY 1
              UNTIL WS-SNP-IDX > WS-SNP-USED
           CLOSE SNAPSHOT-FILE.

       SAVE-ONE-SNAPSHOT.
           IF WS-SNP-REMOVED (WS-SNP-IDX) = "N"
              MOVE SPACES TO WS-DWH-ROW
              SET DW-IS-DETAIL TO TRUE
              MOVE WS-SNP-TABLE-CODE (WS-SNP-IDX) TO DWD-TABLE
              MOVE WS-SNP-EFF-FROM (WS-SNP-IDX) TO DWD-EFF-FROM
              MOVE WS-SNP-KEY (WS-SNP-IDX) TO DWD-KEY
              MOVE WS-SNP-ATTRIBUTES (WS-SNP-IDX) TO DWD-ATTRIBUTES
              MOVE WS-DWH-ROW TO SNAPSHOT-RECORD
              WRITE SNAPSHOT-RECORD
           END-IF.

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

       END PROGRAM DWH-EXTRACT.
