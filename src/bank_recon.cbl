           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT NEW-BAL-FILE ASSIGN TO DYNAMIC WS-NEW-BAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-FILE.
          05 BNK-AMOUNT-TEXT      PIC X(13).
          05 FILLER               PIC X(1).
          05 BNK-REFERENCE        PIC X(12).
      * The banks' tagged and XML statements are read line by line
      * through this view of the same record.
       01 STATEMENT-TEXT          PIC X(2000).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).

      * Last accepted statement per bank account: its date, opening
      * and closing balance.  The next statement must open on that
      * closing balance.
       FD BALANCE-FILE.
       01 BALANCE-RECORD.
          05 BBAL-ACCOUNT         PIC X(34).
          05 FILLER               PIC X(1).
          05 BBAL-DATE            PIC 9(8).
          05 FILLER               PIC X(1).
          05 BBAL-OPENING-TEXT    PIC X(17).
          05 FILLER               PIC X(1).
          05 BBAL-CLOSING-TEXT    PIC X(17).

       FD NEW-BAL-FILE.
       01 NEW-BAL-RECORD          PIC X(79).

       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-FILENAME   PIC X(100).
       01 WS-STATEMENT-STATUS     PIC X(2).
       01 WS-NEW-OUT-STATUS       PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-BALANCE-FILENAME     PIC X(100)
                                     VALUE "bank_balance.dat".
       01 WS-BALANCE-STATUS       PIC X(2).
       01 WS-BALANCE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-BALANCE-EOF                   VALUE "Y".
       01 WS-NEW-BAL-FILENAME     PIC X(104)
                                     VALUE "bank_balance.dat.new".
       01 WS-NEW-BAL-STATUS       PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RECON-DATE           PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RECON-DATE-NUM       PIC 9(8).
       01 WS-TOL-TEXT             PIC X(2)    VALUE SPACES.
       01 WS-TOL-DAYS             PIC 9(2)    VALUE 1.
       01 WS-AUD-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUD-FOUND                     VALUE "Y".

      * Statement format: F our flat layout, M the SWIFT-style
      * tagged statement (:20:/:25:/:60F:/:61:/:62F:), X the XML
      * account statement (Stmt/Bal/Ntry).  RECON_FORMAT forces one;
      * otherwise the first line of the file decides.
       01 WS-FORMAT-TEXT          PIC X(5)    VALUE SPACES.
       01 WS-STMT-FORMAT          PIC X(1)    VALUE "F".
          88 WS-STMT-FLAT                     VALUE "F".
          88 WS-STMT-TAGGED                   VALUE "M".
          88 WS-STMT-XML                      VALUE "X".
       01 WS-LINE-LEN             PIC 9(4).
       01 WS-LINE-START           PIC X(4).

      * Lines of the statement being read; they are only matched once
      * the statement's balances have proved.
       01 WS-STL-TABLE.
          05 WS-STL-ENTRY OCCURS 2000 TIMES.
             10 WS-STL-AMOUNT        PIC S9(11)V99.
             10 WS-STL-REF           PIC X(12).
             10 WS-STL-DATE          PIC 9(8).
       01 WS-STL-USED             PIC 9(4)    VALUE 0.
       01 WS-STL-MAX              PIC 9(4)    VALUE 2000.
       01 WS-STL-IDX              PIC 9(4).

       01 WS-STM-ACTIVE-FLAG      PIC X(1)    VALUE "N".
          88 WS-STM-ACTIVE                    VALUE "Y".
       01 WS-STM-ACCOUNT          PIC X(34).
       01 WS-STM-DATE             PIC 9(8).
       01 WS-STM-OPENING          PIC S9(13)V99.
       01 WS-STM-CLOSING          PIC S9(13)V99.
       01 WS-STM-MOVEMENT         PIC S9(13)V99.
       01 WS-STM-OPEN-FLAG        PIC X(1).
          88 WS-STM-HAS-OPENING               VALUE "Y".
       01 WS-STM-CLOSE-FLAG       PIC X(1).
          88 WS-STM-HAS-CLOSING               VALUE "Y".
       01 WS-STM-REASON           PIC X(60).
       01 WS-STMT-ACCEPTED        PIC 9(5)    VALUE 0.
       01 WS-STMT-REJECTED        PIC 9(5)    VALUE 0.
       01 WS-BAL-EDIT             PIC -(13)9.99.
       01 WS-BAL-EDIT-2           PIC -(13)9.99.
       01 WS-BAL-EDIT-3           PIC -(13)9.99.

       01 WS-BAL-TABLE.
          05 WS-BAL-ENTRY OCCURS 200 TIMES.
             10 WS-BAL-ACCOUNT       PIC X(34).
             10 WS-BAL-DATE          PIC 9(8).
             10 WS-BAL-OPENING       PIC S9(13)V99.
             10 WS-BAL-CLOSING       PIC S9(13)V99.
       01 WS-BAL-USED             PIC 9(3)    VALUE 0.
       01 WS-BAL-MAX              PIC 9(3)    VALUE 200.
       01 WS-BAL-IDX              PIC 9(3).
       01 WS-BAL-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-BAL-FOUND                     VALUE "Y".
       01 WS-BAL-CHANGED-FLAG     PIC X(1)    VALUE "N".
          88 WS-BAL-CHANGED                   VALUE "Y".

      * Pieces of a tagged or XML line.
       01 WS-AMT-TEXT             PIC X(30).
       01 WS-AMT-VALUE            PIC S9(13)V99.
       01 WS-DC-MARK              PIC X(4).
       01 WS-YYMMDD               PIC X(6).
       01 WS-ISO-DATE             PIC X(10).
       01 WS-DATE-WORK            PIC 9(8).
       01 WS-TAG-PTR              PIC 9(4).
       01 WS-TAG-REF              PIC X(16).
       01 WS-XML-PTR              PIC 9(4).
       01 WS-XML-VALUE            PIC X(100).
       01 WS-XML-TAG              PIC X(100).
       01 WS-XML-NAME             PIC X(40).
       01 WS-XML-PREFIX           PIC X(40).
       01 WS-XML-LOCAL            PIC X(40).
       01 WS-XML-CLOSE-FLAG       PIC X(1).
          88 WS-XML-CLOSING                   VALUE "Y".
       01 WS-XML-CONTEXT          PIC X(1)    VALUE SPACE.
          88 WS-XML-IN-ACCT                   VALUE "A".
          88 WS-XML-IN-BAL                    VALUE "B".
          88 WS-XML-IN-NTRY                   VALUE "N".
       01 WS-XML-BAL-TYPE         PIC X(4).
       01 WS-XML-AMT-TEXT         PIC X(30).
       01 WS-XML-SIGN             PIC X(4).
       01 WS-XML-DATE             PIC 9(8).
       01 WS-XML-REF              PIC X(100).

       01 WS-BNK-AMOUNT           PIC S9(11)V99.
       01 WS-BNK-REF              PIC X(12).
       01 WS-BNK-DATE-SAVE        PIC 9(8).

           ACCEPT WS-RECON-DATE FROM ENVIRONMENT "RECON_DATE"
           IF WS-RECON-DATE NOT NUMERIC OR WS-RECON-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-RECON-DATE, WS-DATE-SOURCE
           END-IF
           MOVE FUNCTION NUMVAL (WS-RECON-DATE)
              TO WS-RECON-DATE-NUM
              MOVE FUNCTION NUMVAL (WS-TOL-TEXT) TO WS-TOL-DAYS
           END-IF

           ACCEPT WS-FORMAT-TEXT FROM ENVIRONMENT "RECON_FORMAT"
           EVALUATE WS-FORMAT-TEXT
              WHEN "FLAT"
                 MOVE "F" TO WS-FORMAT-TEXT
              WHEN "MT940"
                 MOVE "M" TO WS-FORMAT-TEXT
              WHEN "XML"
                 MOVE "X" TO WS-FORMAT-TEXT
           END-EVALUATE

           ACCEPT WS-STATEMENT-FILENAME
              FROM ENVIRONMENT "RECON_STATEMENT"
           IF WS-STATEMENT-FILENAME = SPACES
              STRING "bank_statement-" DELIMITED BY SIZE
                     WS-RECON-DATE     DELIMITED BY SIZE
                     ".txt"            DELIMITED BY SIZE
                     INTO WS-STATEMENT-FILENAME
           END-IF
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "bank_recon_report-" DELIMITED BY SIZE
                  WS-RECON-DATE        DELIMITED BY SIZE

           OPEN OUTPUT NEW-OUT-FILE

           PERFORM LOAD-BALANCES
           PERFORM MATCH-PRIOR-OUTSTANDING
           PERFORM MATCH-BANK-STATEMENT
           PERFORM REPORT-UNMATCHED-AUDIT
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-STMT-ACCEPTED > 0 OR WS-STMT-REJECTED > 0
              MOVE SPACES TO REPORT-RECORD
              STRING "RELEVES ACCEPTES: " DELIMITED BY SIZE
                     WS-STMT-ACCEPTED     DELIMITED BY SIZE
                     "  REJETES: "        DELIMITED BY SIZE
                     WS-STMT-REJECTED     DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           CLOSE NEW-OUT-FILE

           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           IF WS-BAL-CHANGED
              PERFORM SAVE-BALANCES
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Matched: " WS-MATCHED-COUNT
                      "  bank only: " WS-UNMATCHED-BANK
           IF WS-UNMATCHED-BANK > 0 OR WS-UNMATCHED-AUDIT > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-STMT-REJECTED > 0
              IF WS-LOCALE-EN
                 DISPLAY "Statements rejected: " WS-STMT-REJECTED
              ELSE
                 DISPLAY "Releves rejetes: " WS-STMT-REJECTED
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
              END-IF
           ELSE
              PERFORM READ-STATEMENT-RECORD
              PERFORM DETECT-STATEMENT-FORMAT
              EVALUATE TRUE
                 WHEN WS-STMT-TAGGED
                    PERFORM PARSE-TAGGED-LINE
                       UNTIL WS-STATEMENT-EOF
                 WHEN WS-STMT-XML
                    PERFORM PARSE-XML-LINE
                       UNTIL WS-STATEMENT-EOF
                 WHEN OTHER
                    PERFORM MATCH-ONE-STATEMENT-LINE
                       UNTIL WS-STATEMENT-EOF
              END-EVALUATE
              IF WS-STM-ACTIVE
                 PERFORM FINISH-STATEMENT
              END-IF
              CLOSE STATEMENT-FILE
           END-IF.

       DETECT-STATEMENT-FORMAT.
           IF WS-FORMAT-TEXT = "F" OR "M" OR "X"
              MOVE WS-FORMAT-TEXT TO WS-STMT-FORMAT
           ELSE
              MOVE FUNCTION TRIM (STATEMENT-TEXT) TO WS-LINE-START
              EVALUATE TRUE
                 WHEN WS-LINE-START (1:3) = "{1:"
                 WHEN WS-LINE-START (1:1) = ":"
                    MOVE "M" TO WS-STMT-FORMAT
                 WHEN WS-LINE-START (1:1) = "<"
                    MOVE "X" TO WS-STMT-FORMAT
                 WHEN OTHER
                    MOVE "F" TO WS-STMT-FORMAT
              END-EVALUATE
           END-IF.

       READ-STATEMENT-RECORD.
           READ STATEMENT-FILE
              AT END
           END-IF
           PERFORM READ-STATEMENT-RECORD.

      * SWIFT-style tagged statement.  :20: opens a statement, :25:
      * names the account, :60F:/:60M: and :62F:/:62M: carry the
      * opening and closing balance (C/D mark, YYMMDD, currency,
      * amount with a decimal comma) and each :61: is a line.  The
      * :86: narrative and the SWIFT envelope are not needed here.
       PARSE-TAGGED-LINE.
           EVALUATE TRUE
              WHEN STATEMENT-TEXT (1:4) = ":20:"
                 IF WS-STM-ACTIVE
                    PERFORM FINISH-STATEMENT
                 END-IF
                 PERFORM START-STATEMENT
              WHEN STATEMENT-TEXT (1:4) = ":25:"
                 IF NOT WS-STM-ACTIVE
                    PERFORM START-STATEMENT
                 END-IF
                 MOVE STATEMENT-TEXT (5:34) TO WS-STM-ACCOUNT
              WHEN STATEMENT-TEXT (1:5) = ":60F:"
                 OR STATEMENT-TEXT (1:5) = ":60M:"
                 IF NOT WS-STM-ACTIVE
                    PERFORM START-STATEMENT
                 END-IF
                 PERFORM PARSE-TAGGED-BALANCE
                 MOVE WS-AMT-VALUE TO WS-STM-OPENING
                 MOVE "Y" TO WS-STM-OPEN-FLAG
              WHEN STATEMENT-TEXT (1:4) = ":61:"
                 IF NOT WS-STM-ACTIVE
                    PERFORM START-STATEMENT
                 END-IF
                 PERFORM PARSE-TAGGED-ITEM
              WHEN STATEMENT-TEXT (1:5) = ":62F:"
                 OR STATEMENT-TEXT (1:5) = ":62M:"
                 IF NOT WS-STM-ACTIVE
                    PERFORM START-STATEMENT
                 END-IF
                 PERFORM PARSE-TAGGED-BALANCE
                 MOVE WS-AMT-VALUE TO WS-STM-CLOSING
                 MOVE "Y" TO WS-STM-CLOSE-FLAG
                 MOVE WS-DATE-WORK TO WS-STM-DATE
                 PERFORM FINISH-STATEMENT
           END-EVALUATE
           PERFORM READ-STATEMENT-RECORD.

       PARSE-TAGGED-BALANCE.
           MOVE STATEMENT-TEXT (6:1) TO WS-DC-MARK
           MOVE STATEMENT-TEXT (7:6) TO WS-YYMMDD
           PERFORM CONVERT-YYMMDD
           MOVE STATEMENT-TEXT (16:30) TO WS-AMT-TEXT
           PERFORM CONVERT-TAGGED-AMOUNT.

      * :61:YYMMDD[MMDD]<C|D|RC|RD>[funds code]amount<type 4>ref[//..]
      * Only our own reference (the transaction id we sent) is kept;
      * the bank's reference after // would never match the trail.
       PARSE-TAGGED-ITEM.
           MOVE STATEMENT-TEXT (5:6) TO WS-YYMMDD
           PERFORM CONVERT-YYMMDD
           MOVE 11 TO WS-TAG-PTR
           IF STATEMENT-TEXT (11:4) NUMERIC
              MOVE 15 TO WS-TAG-PTR
           END-IF
           IF STATEMENT-TEXT (WS-TAG-PTR:1) = "R"
              MOVE STATEMENT-TEXT (WS-TAG-PTR:2) TO WS-DC-MARK
              ADD 2 TO WS-TAG-PTR
           ELSE
              MOVE STATEMENT-TEXT (WS-TAG-PTR:1) TO WS-DC-MARK
              ADD 1 TO WS-TAG-PTR
           END-IF
           IF STATEMENT-TEXT (WS-TAG-PTR:1) NOT NUMERIC
              ADD 1 TO WS-TAG-PTR
           END-IF
           MOVE SPACES TO WS-AMT-TEXT
           UNSTRING STATEMENT-TEXT DELIMITED BY "N" OR "F" OR "S"
              INTO WS-AMT-TEXT
              WITH POINTER WS-TAG-PTR
           END-UNSTRING
           PERFORM CONVERT-TAGGED-AMOUNT
           ADD 3 TO WS-TAG-PTR
           MOVE SPACES TO WS-TAG-REF
           IF WS-TAG-PTR < 2000
              UNSTRING STATEMENT-TEXT DELIMITED BY "//" OR SPACE
                 INTO WS-TAG-REF
                 WITH POINTER WS-TAG-PTR
              END-UNSTRING
           END-IF
           IF WS-TAG-REF = "NONREF" OR WS-TAG-REF (13:4) NOT = SPACES
              MOVE SPACES TO WS-TAG-REF
           END-IF
           MOVE WS-TAG-REF TO WS-BNK-REF
           PERFORM ADD-STATEMENT-ITEM.

      * A debit, or the reversal of a credit, reduces the balance.
       CONVERT-TAGGED-AMOUNT.
           INSPECT WS-AMT-TEXT REPLACING ALL "," BY "."
           IF WS-AMT-TEXT = SPACES
              MOVE 0 TO WS-AMT-VALUE
           ELSE
              COMPUTE WS-AMT-VALUE = FUNCTION NUMVAL (WS-AMT-TEXT)
           END-IF
           IF WS-DC-MARK = "D" OR WS-DC-MARK = "RC"
              COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
           END-IF.

       CONVERT-YYMMDD.
           IF WS-YYMMDD NUMERIC
              COMPUTE WS-DATE-WORK =
                 20000000 + FUNCTION NUMVAL (WS-YYMMDD)
           ELSE
              MOVE WS-RECON-DATE-NUM TO WS-DATE-WORK
           END-IF.

      * XML account statement, taken element by element so it does
      * not matter how the bank breaks its lines, as long as a value
      * and its closing tag sit on the same line.  Namespace prefixes
      * are dropped.  Ntry lines carry our transaction id in
      * EndToEndId; the bank's own AcctSvcrRef is not used.
       PARSE-XML-LINE.
           IF STATEMENT-TEXT NOT = SPACES
              MOVE FUNCTION LENGTH
                 (FUNCTION TRIM (STATEMENT-TEXT TRAILING))
                 TO WS-LINE-LEN
              MOVE 1 TO WS-XML-PTR
              PERFORM PARSE-XML-ELEMENT
                 UNTIL WS-XML-PTR > WS-LINE-LEN
           END-IF
           PERFORM READ-STATEMENT-RECORD.

       PARSE-XML-ELEMENT.
           MOVE SPACES TO WS-XML-VALUE
           MOVE SPACES TO WS-XML-TAG
           UNSTRING STATEMENT-TEXT DELIMITED BY "<"
              INTO WS-XML-VALUE
              WITH POINTER WS-XML-PTR
           END-UNSTRING
           IF WS-XML-PTR <= WS-LINE-LEN
              UNSTRING STATEMENT-TEXT DELIMITED BY ">"
                 INTO WS-XML-TAG
                 WITH POINTER WS-XML-PTR
              END-UNSTRING
              MOVE SPACES TO WS-XML-NAME
              IF WS-XML-TAG (1:1) = "/"
                 MOVE "Y" TO WS-XML-CLOSE-FLAG
                 UNSTRING WS-XML-TAG (2:) DELIMITED BY SPACE
                    INTO WS-XML-NAME
                 END-UNSTRING
              ELSE
                 MOVE "N" TO WS-XML-CLOSE-FLAG
                 UNSTRING WS-XML-TAG DELIMITED BY SPACE OR "/"
                    INTO WS-XML-NAME
                 END-UNSTRING
              END-IF
              MOVE SPACES TO WS-XML-PREFIX
              MOVE SPACES TO WS-XML-LOCAL
              UNSTRING WS-XML-NAME DELIMITED BY ":"
                 INTO WS-XML-PREFIX WS-XML-LOCAL
              END-UNSTRING
              IF WS-XML-LOCAL NOT = SPACES
                 MOVE WS-XML-LOCAL TO WS-XML-NAME
              END-IF
              MOVE FUNCTION TRIM (WS-XML-VALUE) TO WS-XML-VALUE
              IF WS-XML-CLOSING
                 PERFORM HANDLE-XML-CLOSE
              ELSE
                 PERFORM HANDLE-XML-OPEN
              END-IF
           END-IF.

       HANDLE-XML-OPEN.
           EVALUATE WS-XML-NAME
              WHEN "Stmt"
                 IF WS-STM-ACTIVE
                    PERFORM FINISH-STATEMENT
                 END-IF
                 PERFORM START-STATEMENT
              WHEN "Acct"
                 SET WS-XML-IN-ACCT TO TRUE
              WHEN "Bal"
                 SET WS-XML-IN-BAL TO TRUE
                 MOVE SPACES TO WS-XML-BAL-TYPE
                 MOVE SPACES TO WS-XML-AMT-TEXT
                 MOVE SPACES TO WS-XML-SIGN
                 MOVE 0 TO WS-XML-DATE
              WHEN "Ntry"
                 SET WS-XML-IN-NTRY TO TRUE
                 MOVE SPACES TO WS-XML-AMT-TEXT
                 MOVE SPACES TO WS-XML-SIGN
                 MOVE 0 TO WS-XML-DATE
                 MOVE SPACES TO WS-XML-REF
           END-EVALUATE.

       HANDLE-XML-CLOSE.
           EVALUATE TRUE
              WHEN WS-XML-NAME = "Stmt"
                 PERFORM FINISH-STATEMENT
              WHEN WS-XML-NAME = "Acct"
                 MOVE SPACE TO WS-XML-CONTEXT
              WHEN WS-XML-IN-ACCT
                 IF (WS-XML-NAME = "IBAN" OR WS-XML-NAME = "Id")
                    AND WS-XML-VALUE NOT = SPACES
                    AND WS-STM-ACCOUNT = SPACES
                    MOVE WS-XML-VALUE TO WS-STM-ACCOUNT
                 END-IF
              WHEN WS-XML-IN-BAL
                 PERFORM HANDLE-XML-BAL-CLOSE
              WHEN WS-XML-IN-NTRY
                 PERFORM HANDLE-XML-NTRY-CLOSE
           END-EVALUATE.

      * OPBD (or PRCD, the previous closing) is the opening balance,
      * CLBD the closing one; other balance types are ignored.
       HANDLE-XML-BAL-CLOSE.
           EVALUATE WS-XML-NAME
              WHEN "Cd"
                 MOVE WS-XML-VALUE TO WS-XML-BAL-TYPE
              WHEN "Amt"
                 MOVE WS-XML-VALUE TO WS-XML-AMT-TEXT
              WHEN "CdtDbtInd"
                 MOVE WS-XML-VALUE TO WS-XML-SIGN
              WHEN "Dt"
                 IF WS-XML-VALUE NOT = SPACES
                    MOVE WS-XML-VALUE TO WS-ISO-DATE
                    PERFORM CONVERT-ISO-DATE
                    MOVE WS-DATE-WORK TO WS-XML-DATE
                 END-IF
              WHEN "Bal"
                 MOVE SPACE TO WS-XML-CONTEXT
                 PERFORM CONVERT-XML-AMOUNT
                 IF WS-XML-BAL-TYPE = "OPBD" OR WS-XML-BAL-TYPE = "PRCD"
                    MOVE WS-AMT-VALUE TO WS-STM-OPENING
                    MOVE "Y" TO WS-STM-OPEN-FLAG
                 END-IF
                 IF WS-XML-BAL-TYPE = "CLBD"
                    MOVE WS-AMT-VALUE TO WS-STM-CLOSING
                    MOVE "Y" TO WS-STM-CLOSE-FLAG
                    MOVE WS-XML-DATE TO WS-STM-DATE
                 END-IF
           END-EVALUATE.

      * The first Amt, CdtDbtInd and date of an entry are its own;
      * later ones belong to the transaction details underneath.
       HANDLE-XML-NTRY-CLOSE.
           EVALUATE WS-XML-NAME
              WHEN "Amt"
                 IF WS-XML-AMT-TEXT = SPACES
                    MOVE WS-XML-VALUE TO WS-XML-AMT-TEXT
                 END-IF
              WHEN "CdtDbtInd"
                 IF WS-XML-SIGN = SPACES
                    MOVE WS-XML-VALUE TO WS-XML-SIGN
                 END-IF
              WHEN "Dt"
                 IF WS-XML-DATE = 0 AND WS-XML-VALUE NOT = SPACES
                    MOVE WS-XML-VALUE TO WS-ISO-DATE
                    PERFORM CONVERT-ISO-DATE
                    MOVE WS-DATE-WORK TO WS-XML-DATE
                 END-IF
              WHEN "EndToEndId"
                 IF WS-XML-REF = SPACES
                    AND WS-XML-VALUE NOT = "NOTPROVIDED"
                    MOVE WS-XML-VALUE TO WS-XML-REF
                 END-IF
              WHEN "Ntry"
                 MOVE SPACE TO WS-XML-CONTEXT
                 PERFORM CONVERT-XML-AMOUNT
                 IF WS-XML-REF (13:) NOT = SPACES
                    MOVE SPACES TO WS-XML-REF
                 END-IF
                 MOVE WS-XML-REF TO WS-BNK-REF
                 MOVE WS-XML-DATE TO WS-DATE-WORK
                 IF WS-DATE-WORK = 0
                    MOVE WS-RECON-DATE-NUM TO WS-DATE-WORK
                 END-IF
                 PERFORM ADD-STATEMENT-ITEM
           END-EVALUATE.

       CONVERT-XML-AMOUNT.
           IF WS-XML-AMT-TEXT = SPACES
              MOVE 0 TO WS-AMT-VALUE
           ELSE
              COMPUTE WS-AMT-VALUE = FUNCTION NUMVAL (WS-XML-AMT-TEXT)
           END-IF
           IF WS-XML-SIGN = "DBIT"
              COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
           END-IF.

       CONVERT-ISO-DATE.
           IF WS-ISO-DATE (1:4) NUMERIC AND WS-ISO-DATE (6:2) NUMERIC
              AND WS-ISO-DATE (9:2) NUMERIC
              STRING WS-ISO-DATE (1:4) DELIMITED BY SIZE
                     WS-ISO-DATE (6:2) DELIMITED BY SIZE
                     WS-ISO-DATE (9:2) DELIMITED BY SIZE
                     INTO WS-DATE-WORK
              END-STRING
           ELSE
              MOVE WS-RECON-DATE-NUM TO WS-DATE-WORK
           END-IF.

       START-STATEMENT.
           SET WS-STM-ACTIVE TO TRUE
           MOVE SPACES TO WS-STM-ACCOUNT
           MOVE 0 TO WS-STM-DATE
           MOVE 0 TO WS-STM-OPENING
           MOVE 0 TO WS-STM-CLOSING
           MOVE "N" TO WS-STM-OPEN-FLAG
           MOVE "N" TO WS-STM-CLOSE-FLAG
           MOVE SPACE TO WS-XML-CONTEXT
           MOVE 0 TO WS-STL-USED.

       ABEND-STATEMENT-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: statement line table overflow - "
                      "reconciliation refused, raise WS-STL-MAX"
           ELSE
              DISPLAY "ARRET: debordement de la table des lignes de "
                      "releve - rapprochement refuse, augmenter "
                      "WS-STL-MAX"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       ADD-STATEMENT-ITEM.
           IF WS-STL-USED >= WS-STL-MAX
              PERFORM ABEND-STATEMENT-OVERFLOW
           END-IF
           ADD 1 TO WS-STL-USED
           MOVE WS-AMT-VALUE TO WS-STL-AMOUNT (WS-STL-USED)
           MOVE WS-BNK-REF TO WS-STL-REF (WS-STL-USED)
           MOVE WS-DATE-WORK TO WS-STL-DATE (WS-STL-USED).

      * A statement is only worked if it proves: opening balance plus
      * its lines gives the closing balance, and the opening balance
      * is the closing balance of the last statement accepted for the
      * account.  A rerun of the same day is checked against that
      * day's own opening; an older statement is checked for its
      * arithmetic only and leaves the chain alone.  A rejected
      * statement has none of its lines matched or carried: the bank
      * has to send it again.
       FINISH-STATEMENT.
           MOVE "N" TO WS-STM-ACTIVE-FLAG
           IF WS-STM-DATE = 0
              MOVE WS-RECON-DATE-NUM TO WS-STM-DATE
           END-IF
           MOVE 0 TO WS-STM-MOVEMENT
           PERFORM SUM-STATEMENT-ITEM
              VARYING WS-STL-IDX FROM 1 BY 1
              UNTIL WS-STL-IDX > WS-STL-USED
           MOVE SPACES TO WS-STM-REASON
           MOVE "N" TO WS-BAL-FOUND-FLAG
           PERFORM FIND-ACCOUNT-BALANCE
              VARYING WS-BAL-IDX FROM 1 BY 1
              UNTIL WS-BAL-IDX > WS-BAL-USED OR WS-BAL-FOUND
           EVALUATE TRUE
              WHEN NOT WS-STM-HAS-OPENING OR NOT WS-STM-HAS-CLOSING
                 MOVE "SOLDE D'OUVERTURE OU DE CLOTURE ABSENT"
                    TO WS-STM-REASON
              WHEN WS-STM-OPENING + WS-STM-MOVEMENT
                   NOT = WS-STM-CLOSING
                 MOVE "OUVERTURE + MOUVEMENTS DIFFERENT DE LA CLOTURE"
                    TO WS-STM-REASON
              WHEN NOT WS-BAL-FOUND
                 CONTINUE
              WHEN WS-STM-DATE > WS-BAL-DATE (WS-BAL-IDX)
                   AND WS-STM-OPENING NOT = WS-BAL-CLOSING (WS-BAL-IDX)
                 MOVE WS-BAL-CLOSING (WS-BAL-IDX) TO WS-BAL-EDIT
                 STRING "OUVERTURE DIFFERENTE DE LA CLOTURE DU "
                           DELIMITED BY SIZE
                        WS-BAL-DATE (WS-BAL-IDX) DELIMITED BY SIZE
                        " "                      DELIMITED BY SIZE
                        FUNCTION TRIM (WS-BAL-EDIT) DELIMITED BY SIZE
                        INTO WS-STM-REASON
                 END-STRING
              WHEN WS-STM-DATE = WS-BAL-DATE (WS-BAL-IDX)
                   AND WS-STM-OPENING NOT = WS-BAL-OPENING (WS-BAL-IDX)
                 MOVE WS-BAL-OPENING (WS-BAL-IDX) TO WS-BAL-EDIT
                 STRING "OUVERTURE DIFFERENTE DU RELEVE DEJA ACCEPTE "
                           DELIMITED BY SIZE
                        FUNCTION TRIM (WS-BAL-EDIT) DELIMITED BY SIZE
                        INTO WS-STM-REASON
                 END-STRING
           END-EVALUATE

           MOVE SPACES TO REPORT-RECORD
           STRING "RELEVE "       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STM-ACCOUNT) DELIMITED BY SIZE
                  " DU "          DELIMITED BY SIZE
                  WS-STM-DATE     DELIMITED BY SIZE
                  " LIGNES "      DELIMITED BY SIZE
                  WS-STL-USED     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-STM-OPENING TO WS-BAL-EDIT
           MOVE WS-STM-MOVEMENT TO WS-BAL-EDIT-2
           MOVE WS-STM-CLOSING TO WS-BAL-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "  OUVERTURE " DELIMITED BY SIZE
                  WS-BAL-EDIT    DELIMITED BY SIZE
                  " MOUVEMENTS " DELIMITED BY SIZE
                  WS-BAL-EDIT-2  DELIMITED BY SIZE
                  " CLOTURE "    DELIMITED BY SIZE
                  WS-BAL-EDIT-3  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-STM-REASON = SPACES
              ADD 1 TO WS-STMT-ACCEPTED
              PERFORM MATCH-STATEMENT-ITEM
                 VARYING WS-STL-IDX FROM 1 BY 1
                 UNTIL WS-STL-IDX > WS-STL-USED
              PERFORM RECORD-ACCOUNT-BALANCE
           ELSE
              ADD 1 TO WS-STMT-REJECTED
              MOVE SPACES TO REPORT-RECORD
              STRING "  RELEVE REJETE: " DELIMITED BY SIZE
                     WS-STM-REASON       DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              IF WS-LOCALE-EN
                 DISPLAY "Statement rejected: "
                         FUNCTION TRIM (WS-STM-ACCOUNT) " "
                         WS-STM-DATE " "
                         FUNCTION TRIM (WS-STM-REASON)
              ELSE
                 DISPLAY "Releve rejete: "
                         FUNCTION TRIM (WS-STM-ACCOUNT) " "
                         WS-STM-DATE " "
                         FUNCTION TRIM (WS-STM-REASON)
              END-IF
           END-IF
           MOVE 0 TO WS-STL-USED.

       SUM-STATEMENT-ITEM.
           ADD WS-STL-AMOUNT (WS-STL-IDX) TO WS-STM-MOVEMENT.

       MATCH-STATEMENT-ITEM.
           MOVE WS-STL-AMOUNT (WS-STL-IDX) TO WS-BNK-AMOUNT
           MOVE WS-STL-REF (WS-STL-IDX) TO WS-BNK-REF
           MOVE WS-STL-DATE (WS-STL-IDX) TO WS-BNK-DATE-SAVE
           PERFORM MATCH-ONE-BANK-ITEM.

       FIND-ACCOUNT-BALANCE.
           IF WS-BAL-ACCOUNT (WS-BAL-IDX) = WS-STM-ACCOUNT
              SET WS-BAL-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BAL-IDX
           END-IF.

       ABEND-BALANCE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: bank balance table overflow - "
                      "reconciliation refused, raise WS-BAL-MAX"
           ELSE
              DISPLAY "ARRET: debordement de la table des soldes "
                      "bancaires - rapprochement refuse, augmenter "
                      "WS-BAL-MAX"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       RECORD-ACCOUNT-BALANCE.
           IF NOT WS-BAL-FOUND
              IF WS-BAL-USED >= WS-BAL-MAX
                 PERFORM ABEND-BALANCE-OVERFLOW
              END-IF
              ADD 1 TO WS-BAL-USED
              MOVE WS-BAL-USED TO WS-BAL-IDX
              MOVE WS-STM-ACCOUNT TO WS-BAL-ACCOUNT (WS-BAL-IDX)
              MOVE 0 TO WS-BAL-DATE (WS-BAL-IDX)
           END-IF
           IF WS-STM-DATE >= WS-BAL-DATE (WS-BAL-IDX)
              MOVE WS-STM-DATE TO WS-BAL-DATE (WS-BAL-IDX)
              MOVE WS-STM-OPENING TO WS-BAL-OPENING (WS-BAL-IDX)
              MOVE WS-STM-CLOSING TO WS-BAL-CLOSING (WS-BAL-IDX)
              SET WS-BAL-CHANGED TO TRUE
           END-IF.

       LOAD-BALANCES.
           MOVE "N" TO WS-BALANCE-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
              PERFORM READ-BALANCE-RECORD
              PERFORM LOAD-ONE-BALANCE UNTIL WS-BALANCE-EOF
              CLOSE BALANCE-FILE
           END-IF.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
              AT END
                 SET WS-BALANCE-EOF TO TRUE
           END-READ.

       LOAD-ONE-BALANCE.
           IF BBAL-ACCOUNT NOT = SPACES AND BBAL-DATE NUMERIC
              IF WS-BAL-USED >= WS-BAL-MAX
                 PERFORM ABEND-BALANCE-OVERFLOW
              END-IF
              ADD 1 TO WS-BAL-USED
              MOVE BBAL-ACCOUNT TO WS-BAL-ACCOUNT (WS-BAL-USED)
              MOVE BBAL-DATE TO WS-BAL-DATE (WS-BAL-USED)
              COMPUTE WS-BAL-OPENING (WS-BAL-USED) =
                 FUNCTION NUMVAL (BBAL-OPENING-TEXT)
              COMPUTE WS-BAL-CLOSING (WS-BAL-USED) =
                 FUNCTION NUMVAL (BBAL-CLOSING-TEXT)
           END-IF
           PERFORM READ-BALANCE-RECORD.

       SAVE-BALANCES.
           OPEN OUTPUT NEW-BAL-FILE
           PERFORM WRITE-ONE-BALANCE
              VARYING WS-BAL-IDX FROM 1 BY 1
              UNTIL WS-BAL-IDX > WS-BAL-USED
           CLOSE NEW-BAL-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NEW-BAL-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BALANCE-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       WRITE-ONE-BALANCE.
           MOVE WS-BAL-OPENING (WS-BAL-IDX) TO WS-BAL-EDIT
           MOVE WS-BAL-CLOSING (WS-BAL-IDX) TO WS-BAL-EDIT-2
           MOVE SPACES TO NEW-BAL-RECORD
           STRING WS-BAL-ACCOUNT (WS-BAL-IDX) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-BAL-DATE (WS-BAL-IDX)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-BAL-EDIT                 DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-BAL-EDIT-2               DELIMITED BY SIZE
                  INTO NEW-BAL-RECORD
           END-STRING
           WRITE NEW-BAL-RECORD.

      * A line with a transaction reference must match that exact
      * record; an unreferenced line matches the first unmatched
      * audit record with the same amount.
