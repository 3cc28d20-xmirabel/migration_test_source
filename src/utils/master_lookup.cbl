       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER_LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-IDX-FILE ASSIGN TO DYNAMIC WS-ACCT-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-ACCT-ID
           FILE STATUS IS WS-ACCT-IDX-STATUS.

           SELECT LIMIT-IDX-FILE
           ASSIGN TO DYNAMIC WS-LIMIT-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LX-USER-ID
           FILE STATUS IS WS-LIMIT-IDX-STATUS.

           SELECT TAX-IDX-FILE ASSIGN TO DYNAMIC WS-TAX-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-KEY
           FILE STATUS IS WS-TAX-IDX-STATUS.

           SELECT FEE-IDX-FILE ASSIGN TO DYNAMIC WS-FEE-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FX-KEY
           FILE STATUS IS WS-FEE-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 WS-ACCT-IDX-FILENAME    PIC X(100)  VALUE SPACES.
       01 WS-ACCT-IDX-STATUS      PIC X(2).
       01 WS-ACCT-OPEN-FLAG       PIC X(1)    VALUE "N".
          88 WS-ACCT-OPEN                     VALUE "Y".
       01 WS-LIMIT-IDX-FILENAME   PIC X(100)  VALUE SPACES.
       01 WS-LIMIT-IDX-STATUS     PIC X(2).
       01 WS-LIMIT-OPEN-FLAG      PIC X(1)    VALUE "N".
          88 WS-LIMIT-OPEN                    VALUE "Y".
       01 WS-TAX-IDX-FILENAME     PIC X(100)  VALUE SPACES.
       01 WS-TAX-IDX-STATUS       PIC X(2).
       01 WS-TAX-OPEN-FLAG        PIC X(1)    VALUE "N".
          88 WS-TAX-OPEN                      VALUE "Y".
       01 WS-FEE-IDX-FILENAME     PIC X(100)  VALUE SPACES.
       01 WS-FEE-IDX-STATUS       PIC X(2).
       01 WS-FEE-OPEN-FLAG        PIC X(1)    VALUE "N".
          88 WS-FEE-OPEN                      VALUE "Y".

       01 WS-MASTER-CODE          PIC X(3).
       01 WS-FLAT-NAME            PIC X(100).
       01 WS-INDEX-NAME           PIC X(100).
       01 WS-NAME-LEN             PIC 9(3).
       01 WS-NAME-POS             PIC 9(3).

       01 WS-TAX-CODE             PIC X(3).
       01 WS-TAX-AS-OF            PIC 9(8).
       01 WS-TAX-SCAN-FLAG        PIC X(1)    VALUE "N".
          88 WS-TAX-SCAN-DONE                 VALUE "Y".

       01 WS-FEE-CANDIDATES.
          05 WS-FEE-CAND-OP OCCURS 2 TIMES   PIC X(1).
          05 WS-FEE-CAND-SCOPE OCCURS 3 TIMES PIC X(30).
       01 WS-FEE-OP-IDX           PIC 9(1).
       01 WS-FEE-SCOPE-IDX        PIC 9(1).
       01 WS-FEE-BEST-FLAG        PIC X(1)    VALUE "N".
          88 WS-FEE-BEST-FOUND                VALUE "Y".
       01 WS-FEE-BEST-RECORD      PIC X(51).
       01 WS-FEE-BEST-SEQ         PIC 9(5).

       LINKAGE SECTION.
       01 LS-MASTER-CODE          PIC X(3).
       01 LS-LOOKUP-STATUS        PIC 9(2).
          88 LS-LOOKUP-FOUND                  VALUE 0.
          88 LS-LOOKUP-NOT-FOUND              VALUE 4.
          88 LS-LOOKUP-NO-INDEX               VALUE 8.
       01 LS-FLAT-NAME            PIC X(100).
       01 LS-INDEX-NAME           PIC X(100).
       01 LS-ACCT-ID              PIC X(10).
       01 LS-ACCT-RECORD          PIC X(94).
       01 LS-USER-ID              PIC X(30).
       01 LS-LIMIT-RECORD         PIC X(67).
       01 LS-TAX-CODE             PIC X(3).
       01 LS-AS-OF-DATE           PIC 9(8).
       01 LS-TAX-RECORD           PIC X(36).
       01 LS-FEE-OPERATION        PIC X(1).
       01 LS-FEE-DEPT             PIC X(10).
       01 LS-FEE-RECORD           PIC X(51).

      * Asks whether the keyed copy of a master has been built by
      * MASTER-LOAD.  The code is ACC (accounts), LIM (user limits),
      * TAX (tax rates) or FEE (fee schedule).  Status 0 the keyed
      * master is open for lookups, 8 it is not there and the caller
      * keeps loading the flat file into its own table.
       PROCEDURE DIVISION USING LS-MASTER-CODE, LS-LOOKUP-STATUS.
       MAIN-PROCEDURE.
           MOVE 8 TO LS-LOOKUP-STATUS
           EVALUATE LS-MASTER-CODE
              WHEN "ACC"
                 PERFORM OPEN-ACCT-INDEX
                 IF WS-ACCT-OPEN
                    MOVE 0 TO LS-LOOKUP-STATUS
                 END-IF
              WHEN "LIM"
                 PERFORM OPEN-LIMIT-INDEX
                 IF WS-LIMIT-OPEN
                    MOVE 0 TO LS-LOOKUP-STATUS
                 END-IF
              WHEN "TAX"
                 PERFORM OPEN-TAX-INDEX
                 IF WS-TAX-OPEN
                    MOVE 0 TO LS-LOOKUP-STATUS
                 END-IF
              WHEN "FEE"
                 PERFORM OPEN-FEE-INDEX
                 IF WS-FEE-OPEN
                    MOVE 0 TO LS-LOOKUP-STATUS
                 END-IF
           END-EVALUATE
           GOBACK.

      * Names the flat master and its keyed copy for a master code.
      * The flat file follows the same environment setting the
      * programs have always read; the keyed copy sits beside it
      * with .idx in place of .dat.
       ENTRY "MASTER_INDEX_NAME" USING LS-MASTER-CODE, LS-FLAT-NAME,
            LS-INDEX-NAME.
           MOVE LS-MASTER-CODE TO WS-MASTER-CODE
           PERFORM DERIVE-INDEX-NAME
           MOVE WS-FLAT-NAME TO LS-FLAT-NAME
           MOVE WS-INDEX-NAME TO LS-INDEX-NAME
           GOBACK.

      * Status 0 the account is on the master and LS-ACCT-RECORD
      * holds it (ACCTIDX layout), 4 unknown account, 8 no keyed
      * account master.
       ENTRY "ACCOUNT_KEYED" USING LS-ACCT-ID, LS-ACCT-RECORD,
            LS-LOOKUP-STATUS.
           PERFORM OPEN-ACCT-INDEX
           IF NOT WS-ACCT-OPEN
              MOVE 8 TO LS-LOOKUP-STATUS
           ELSE
              MOVE LS-ACCT-ID TO AX-ACCT-ID
              READ ACCT-IDX-FILE
                 KEY IS AX-ACCT-ID
                 INVALID KEY
                    MOVE 4 TO LS-LOOKUP-STATUS
                 NOT INVALID KEY
                    MOVE ACCT-IDX-RECORD TO LS-ACCT-RECORD
                    MOVE 0 TO LS-LOOKUP-STATUS
              END-READ
           END-IF
           GOBACK.

      * Status 0 the user has envelopes (LIMIDX layout), 4 the user
      * has no line and is unconstrained, 8 no keyed limit master.
       ENTRY "LIMIT_KEYED" USING LS-USER-ID, LS-LIMIT-RECORD,
            LS-LOOKUP-STATUS.
           PERFORM OPEN-LIMIT-INDEX
           IF NOT WS-LIMIT-OPEN
              MOVE 8 TO LS-LOOKUP-STATUS
           ELSE
              MOVE LS-USER-ID TO LX-USER-ID
              READ LIMIT-IDX-FILE
                 KEY IS LX-USER-ID
                 INVALID KEY
                    MOVE 4 TO LS-LOOKUP-STATUS
                 NOT INVALID KEY
                    MOVE LIMIT-IDX-RECORD TO LS-LIMIT-RECORD
                    MOVE 0 TO LS-LOOKUP-STATUS
              END-READ
           END-IF
           GOBACK.

      * Returns the version of the code with the latest effective
      * date on or before the as-of date, so a backdated run picks
      * the rate that was in force at the time.  Status 0 found
      * (TAXIDX layout), 4 no rate in force, 8 no keyed tax table.
       ENTRY "TAX_KEYED" USING LS-TAX-CODE, LS-AS-OF-DATE,
            LS-TAX-RECORD, LS-LOOKUP-STATUS.
           PERFORM OPEN-TAX-INDEX
           IF NOT WS-TAX-OPEN
              MOVE 8 TO LS-LOOKUP-STATUS
           ELSE
              MOVE 4 TO LS-LOOKUP-STATUS
              MOVE LS-TAX-CODE TO WS-TAX-CODE
              MOVE LS-AS-OF-DATE TO WS-TAX-AS-OF
              MOVE LS-TAX-CODE TO TX-CODE
              MOVE 0 TO TX-EFF-DATE
              MOVE "N" TO WS-TAX-SCAN-FLAG
              START TAX-IDX-FILE KEY IS NOT LESS THAN TX-KEY
                 INVALID KEY
                    SET WS-TAX-SCAN-DONE TO TRUE
              END-START
              PERFORM SCAN-TAX-VERSION UNTIL WS-TAX-SCAN-DONE
           END-IF
           GOBACK.

      * Of the rules for the operation (or * for any operation) and
      * the user, the department or *** for everybody, the one
      * listed first on the flat schedule wins, as it always has.
      * Status 0 found (FEEIDX layout), 4 no fee applies, 8 no keyed
      * fee schedule.
       ENTRY "FEE_KEYED" USING LS-FEE-OPERATION, LS-FEE-DEPT,
            LS-USER-ID, LS-FEE-RECORD, LS-LOOKUP-STATUS.
           PERFORM OPEN-FEE-INDEX
           IF NOT WS-FEE-OPEN
              MOVE 8 TO LS-LOOKUP-STATUS
           ELSE
              MOVE LS-FEE-OPERATION TO WS-FEE-CAND-OP (1)
              MOVE "*" TO WS-FEE-CAND-OP (2)
              MOVE LS-USER-ID TO WS-FEE-CAND-SCOPE (1)
              MOVE LS-FEE-DEPT TO WS-FEE-CAND-SCOPE (2)
              MOVE "***" TO WS-FEE-CAND-SCOPE (3)
              MOVE "N" TO WS-FEE-BEST-FLAG
              PERFORM TRY-FEE-OPERATION
                 VARYING WS-FEE-OP-IDX FROM 1 BY 1
                 UNTIL WS-FEE-OP-IDX > 2
              IF WS-FEE-BEST-FOUND
                 MOVE WS-FEE-BEST-RECORD TO LS-FEE-RECORD
                 MOVE 0 TO LS-LOOKUP-STATUS
              ELSE
                 MOVE 4 TO LS-LOOKUP-STATUS
              END-IF
           END-IF
           GOBACK.

       ENTRY "MASTER_LOOKUP_CLOSE".
           IF WS-ACCT-OPEN
              CLOSE ACCT-IDX-FILE
              MOVE "N" TO WS-ACCT-OPEN-FLAG
           END-IF
           IF WS-LIMIT-OPEN
              CLOSE LIMIT-IDX-FILE
              MOVE "N" TO WS-LIMIT-OPEN-FLAG
           END-IF
           IF WS-TAX-OPEN
              CLOSE TAX-IDX-FILE
              MOVE "N" TO WS-TAX-OPEN-FLAG
           END-IF
           IF WS-FEE-OPEN
              CLOSE FEE-IDX-FILE
              MOVE "N" TO WS-FEE-OPEN-FLAG
           END-IF
           GOBACK.

       OPEN-ACCT-INDEX.
           IF NOT WS-ACCT-OPEN
              MOVE "ACC" TO WS-MASTER-CODE
              PERFORM DERIVE-INDEX-NAME
              MOVE WS-INDEX-NAME TO WS-ACCT-IDX-FILENAME
              OPEN INPUT ACCT-IDX-FILE
              IF WS-ACCT-IDX-STATUS = "00"
                 SET WS-ACCT-OPEN TO TRUE
              END-IF
           END-IF.

       OPEN-LIMIT-INDEX.
           IF NOT WS-LIMIT-OPEN
              MOVE "LIM" TO WS-MASTER-CODE
              PERFORM DERIVE-INDEX-NAME
              MOVE WS-INDEX-NAME TO WS-LIMIT-IDX-FILENAME
              OPEN INPUT LIMIT-IDX-FILE
              IF WS-LIMIT-IDX-STATUS = "00"
                 SET WS-LIMIT-OPEN TO TRUE
              END-IF
           END-IF.

       OPEN-TAX-INDEX.
           IF NOT WS-TAX-OPEN
              MOVE "TAX" TO WS-MASTER-CODE
              PERFORM DERIVE-INDEX-NAME
              MOVE WS-INDEX-NAME TO WS-TAX-IDX-FILENAME
              OPEN INPUT TAX-IDX-FILE
              IF WS-TAX-IDX-STATUS = "00"
                 SET WS-TAX-OPEN TO TRUE
              END-IF
           END-IF.

       OPEN-FEE-INDEX.
           IF NOT WS-FEE-OPEN
              MOVE "FEE" TO WS-MASTER-CODE
              PERFORM DERIVE-INDEX-NAME
              MOVE WS-INDEX-NAME TO WS-FEE-IDX-FILENAME
              OPEN INPUT FEE-IDX-FILE
              IF WS-FEE-IDX-STATUS = "00"
                 SET WS-FEE-OPEN TO TRUE
              END-IF
           END-IF.

       DERIVE-INDEX-NAME.
           MOVE SPACES TO WS-FLAT-NAME
           EVALUATE WS-MASTER-CODE
              WHEN "ACC"
                 ACCEPT WS-FLAT-NAME FROM ENVIRONMENT "ACCOUNT_FILE"
                 IF WS-FLAT-NAME = SPACES
                    MOVE "account_master.dat" TO WS-FLAT-NAME
                 END-IF
              WHEN "LIM"
                 ACCEPT WS-FLAT-NAME FROM ENVIRONMENT "LIMIT_FILE"
                 IF WS-FLAT-NAME = SPACES
                    MOVE "limit_master.dat" TO WS-FLAT-NAME
                 END-IF
              WHEN "TAX"
                 ACCEPT WS-FLAT-NAME FROM ENVIRONMENT "TAX_TABLE"
                 IF WS-FLAT-NAME = SPACES
                    MOVE "tax_table.dat" TO WS-FLAT-NAME
                 END-IF
              WHEN "FEE"
                 ACCEPT WS-FLAT-NAME FROM ENVIRONMENT "FEE_FILE"
                 IF WS-FLAT-NAME = SPACES
                    MOVE "fee_schedule.dat" TO WS-FLAT-NAME
                 END-IF
           END-EVALUATE
           MOVE 0 TO WS-NAME-LEN
           INSPECT WS-FLAT-NAME TALLYING WS-NAME-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-FLAT-NAME TO WS-INDEX-NAME
           IF WS-NAME-LEN > 4
              COMPUTE WS-NAME-POS = WS-NAME-LEN - 3
              IF WS-FLAT-NAME (WS-NAME-POS:4) = ".dat"
                 MOVE ".idx" TO WS-INDEX-NAME (WS-NAME-POS:4)
              ELSE
                 PERFORM APPEND-INDEX-SUFFIX
              END-IF
           ELSE
              PERFORM APPEND-INDEX-SUFFIX
           END-IF.

       APPEND-INDEX-SUFFIX.
           MOVE SPACES TO WS-INDEX-NAME
           STRING WS-FLAT-NAME DELIMITED BY SPACE
                  ".idx"       DELIMITED BY SIZE
                  INTO WS-INDEX-NAME
           END-STRING.

       SCAN-TAX-VERSION.
           READ TAX-IDX-FILE NEXT RECORD
              AT END
                 SET WS-TAX-SCAN-DONE TO TRUE
              NOT AT END
                 IF TX-CODE NOT = WS-TAX-CODE
                    OR TX-EFF-DATE > WS-TAX-AS-OF
                    SET WS-TAX-SCAN-DONE TO TRUE
                 ELSE
                    MOVE TAX-IDX-RECORD TO LS-TAX-RECORD
                    MOVE 0 TO LS-LOOKUP-STATUS
                 END-IF
           END-READ.

       TRY-FEE-OPERATION.
           PERFORM TRY-FEE-SCOPE
              VARYING WS-FEE-SCOPE-IDX FROM 1 BY 1
              UNTIL WS-FEE-SCOPE-IDX > 3.

       TRY-FEE-SCOPE.
           MOVE WS-FEE-CAND-OP (WS-FEE-OP-IDX) TO FX-OPERATION
           MOVE WS-FEE-CAND-SCOPE (WS-FEE-SCOPE-IDX) TO FX-SCOPE
           READ FEE-IDX-FILE
              KEY IS FX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT WS-FEE-BEST-FOUND
                    OR FX-SEQ < WS-FEE-BEST-SEQ
                    SET WS-FEE-BEST-FOUND TO TRUE
                    MOVE FX-SEQ TO WS-FEE-BEST-SEQ
                    MOVE FEE-IDX-RECORD TO WS-FEE-BEST-RECORD
                 END-IF
           END-READ.

       END PROGRAM MASTER_LOOKUP.
