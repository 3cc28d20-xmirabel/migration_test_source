           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.
           SELECT FORMULA-FILE ASSIGN TO DYNAMIC WS-FORMULA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FORMULA-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DISPUTE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-STATUS.



          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).
       FD FORMULA-FILE.
       01 FORMULA-RECORD.
          COPY FRMSTEP.
       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
           COPY DSPCASE.



          88 WS-MODE-LOOKUP                   VALUE "L".
          88 WS-MODE-BROWSE                   VALUE "B".
       01 WS-REQUEST-ID           PIC X(12).
       01 WS-ID-CHECK-STATUS      PIC 9(2).
          88 WS-ID-CHECK-VALID                VALUE 0.
          88 WS-ID-CHECK-LEGACY               VALUE 4.
          88 WS-ID-CHECK-BAD-DIGIT            VALUE 8.
       01 WS-BROWSE-COUNT-TEXT    PIC X(5)    VALUE SPACES.
       01 WS-BROWSE-COUNT         PIC 9(5)    VALUE 20.
       01 WS-BROWSE-DONE          PIC 9(5)    VALUE 0.
       01 WS-SCOPE-OK-FLAG        PIC X(1)    VALUE "Y".
          88 WS-SCOPE-OK                      VALUE "Y".
       01 WS-SCOPE-REFUSED        PIC 9(7)    VALUE 0.
       01 WS-FORMULA-FILENAME     PIC X(100)
                                     VALUE "formula_show.tmp".
       01 WS-FORMULA-STATUS       PIC X(2).
       01 WS-FORMULA-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-FORMULA-EOF                   VALUE "Y".
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-STEP-NUM1-EDIT       PIC Z(8)9.99.
       01 WS-STEP-NUM2-EDIT       PIC Z(8)9.99.
       01 WS-STEP-ROUND-EDIT      PIC -9.9999.
       01 WS-DISPUTE-FILENAME     PIC X(100)
                                     VALUE "dispute_cases.dat".
       01 WS-DISPUTE-STATUS       PIC X(2).
       01 WS-DISPUTE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-DISPUTE-EOF                   VALUE "Y".
       01 WS-CASE-TABLE.
          05 WS-CASE-ENTRY OCCURS 20 TIMES.
             10 WS-CASE-ID           PIC X(10).
             10 WS-CASE-STATUS       PIC X(1).
                88 WS-CASE-UNRESOLVED         VALUES "O", "I".
             10 WS-CASE-OPEN-DATE    PIC 9(8).
             10 WS-CASE-OWNER        PIC X(30).
             10 WS-CASE-REASON       PIC X(80).
       01 WS-CASE-USED            PIC 9(2)    VALUE 0.
       01 WS-CASE-MAX             PIC 9(2)    VALUE 20.
       01 WS-CASE-IDX             PIC 9(2).
       01 WS-CASE-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-CASE-FOUND                    VALUE "Y".



           ACCEPT WS-REQUEST-ID FROM ENVIRONMENT "TRANS_ID"
           IF WS-REQUEST-ID = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Enter the transaction ID (e.g. T00001230):"
              ELSE
                 DISPLAY "Entrez l'identifiant de transaction "
                         "(ex. T00001230):"
              END-IF
              ACCEPT WS-REQUEST-ID
           END-IF

      * A lookup needs a whole ID; a browse may start from part of
      * one.  Either way an ID failing its check digit is a mistype
      * and is not looked up.
           CALL "TRANSID_CHECK" USING WS-REQUEST-ID, WS-ID-CHECK-STATUS
           IF WS-ID-CHECK-BAD-DIGIT
              OR (NOT WS-MODE-BROWSE AND NOT WS-ID-CHECK-VALID
                  AND NOT WS-ID-CHECK-LEGACY)
              IF WS-LOCALE-EN
                 DISPLAY "Error: " FUNCTION TRIM (WS-REQUEST-ID)
                         " is not a valid transaction ID - check"
                         " digit wrong or ID mistyped"
              ELSE
                 DISPLAY "Erreur: " FUNCTION TRIM (WS-REQUEST-ID)
                         " n'est pas un identifiant valide - cle de"
                         " controle fausse ou ID mal saisi"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              OPEN INPUT INDEX-FILE
              IF WS-INDEX-STATUS NOT = "00"
                 IF WS-LOCALE-EN
                    DISPLAY "Error: index file not found: "
                            FUNCTION TRIM (WS-INDEX-FILENAME)
                 ELSE
                    DISPLAY "Erreur: fichier index introuvable: "
                            FUNCTION TRIM (WS-INDEX-FILENAME)
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
              ELSE
                 IF WS-MODE-BROWSE
                    PERFORM BROWSE-FROM-KEY
                    MOVE WS-BROWSE-DONE TO WS-AJR-COUNT
                 ELSE
                    PERFORM LOOKUP-ONE-RECORD
                 END-IF
                 CLOSE INDEX-FILE
              END-IF
           END-IF
           MOVE WS-REQUEST-ID TO WS-AJR-FILTER
           PERFORM APPEND-ACCESS-JOURNAL
              MOVE WS-REQUEST-ID TO WS-AJR-FILTER
           ELSE
              PERFORM SHOW-INDEX-RECORD
              IF WS-MODE-LOOKUP
                 PERFORM SHOW-FORMULA-TRACE
                 PERFORM SHOW-OPEN-DISPUTES
              END-IF
           END-IF.

       CHECK-RECORD-SCOPE.
           MOVE IDX-NUM2      TO WS-NUM2-EDIT
           MOVE IDX-RESULT    TO WS-RESULT-EDIT
           MOVE CALC-REC-CONVERTED TO WS-CONVERTED-EDIT
           CALL "TRANSID_CHECK" USING IDX-TRANS-ID, WS-ID-CHECK-STATUS
           IF WS-LOCALE-EN
              IF WS-ID-CHECK-LEGACY
                 DISPLAY "Transaction: " IDX-TRANS-ID
                         "(legacy ID, no check digit)"
              ELSE
                 DISPLAY "Transaction: " IDX-TRANS-ID
              END-IF
              DISPLAY "  Date:      " IDX-DATE
              DISPLAY "  User:      " FUNCTION TRIM (IDX-USER)
              DISPLAY "  Operation: " IDX-OPERATION
              DISPLAY "  Currency:  " CALC-REC-CURRENCY
                      "  converted " WS-CONVERTED-EDIT
           ELSE
              IF WS-ID-CHECK-LEGACY
                 DISPLAY "Transaction: " IDX-TRANS-ID
                         "(ancien format, sans cle de controle)"
              ELSE
                 DISPLAY "Transaction: " IDX-TRANS-ID
              END-IF
              DISPLAY "  Date:      " IDX-DATE
              DISPLAY "  Usager:    " FUNCTION TRIM (IDX-USER)
              DISPLAY "  Operation: " IDX-OPERATION
                      "  converti " WS-CONVERTED-EDIT
           END-IF.

      * A transaction posted from a formula has its expression and
      * every CALCULATOR step in the formula trace of its run; the
      * trace files of all runs are searched since the cycle,
      * partition and entity runs each name theirs differently.
       SHOW-FORMULA-TRACE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "grep -h '^" DELIMITED BY SIZE
                  IDX-TRANS-ID DELIMITED BY SPACE
                  " ' formula-*.log > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FORMULA-FILENAME)
                     DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
              OPEN INPUT FORMULA-FILE
              IF WS-FORMULA-STATUS = "00"
                 MOVE "N" TO WS-FORMULA-EOF-FLAG
                 PERFORM SHOW-FORMULA-LINE UNTIL WS-FORMULA-EOF
                 CLOSE FORMULA-FILE
              END-IF
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FORMULA-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       SHOW-FORMULA-LINE.
           READ FORMULA-FILE
              AT END
                 SET WS-FORMULA-EOF TO TRUE
              NOT AT END
                 IF FS-IS-EXPRESSION
                    IF WS-LOCALE-EN
                       DISPLAY "  Formula:   "
                               FUNCTION TRIM (FSE-EXPRESSION)
                    ELSE
                       DISPLAY "  Formule:   "
                               FUNCTION TRIM (FSE-EXPRESSION)
                    END-IF
                 ELSE
                    MOVE FSS-NUM1 TO WS-STEP-NUM1-EDIT
                    MOVE FSS-NUM2 TO WS-STEP-NUM2-EDIT
                    MOVE FSS-RESULT TO WS-RESULT-EDIT
                    MOVE FSS-ROUND-DIFF TO WS-STEP-ROUND-EDIT
                    IF WS-LOCALE-EN
                       DISPLAY "    Step " FSS-STEP ": "
                               WS-STEP-NUM1-EDIT " " FSS-OPERATION
                               " " WS-STEP-NUM2-EDIT " = "
                               WS-RESULT-EDIT " status " FSS-STATUS
                               " rounding " WS-STEP-ROUND-EDIT
                    ELSE
                       DISPLAY "    Etape " FSS-STEP ": "
                               WS-STEP-NUM1-EDIT " " FSS-OPERATION
                               " " WS-STEP-NUM2-EDIT " = "
                               WS-RESULT-EDIT " statut " FSS-STATUS
                               " arrondi " WS-STEP-ROUND-EDIT
                    END-IF
                 END-IF
           END-READ.

      * Dispute cases still open on the transaction, each with its
      * owner, the date it was opened and the reason given; the
      * latest line of a case on the case file gives its status.
       SHOW-OPEN-DISPUTES.
           ACCEPT WS-DISPUTE-FILENAME FROM ENVIRONMENT "DISPUTE_FILE"
           IF WS-DISPUTE-FILENAME = SPACES
              MOVE "dispute_cases.dat" TO WS-DISPUTE-FILENAME
           END-IF
           MOVE 0 TO WS-CASE-USED
           MOVE "N" TO WS-DISPUTE-EOF-FLAG
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
              PERFORM READ-DISPUTE-RECORD
              PERFORM NOTE-DISPUTE-EVENT UNTIL WS-DISPUTE-EOF
              CLOSE DISPUTE-FILE
           END-IF
           PERFORM SHOW-ONE-DISPUTE VARYING WS-CASE-IDX FROM 1 BY 1
              UNTIL WS-CASE-IDX > WS-CASE-USED.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE
              AT END
                 SET WS-DISPUTE-EOF TO TRUE
           END-READ.

       NOTE-DISPUTE-EVENT.
           IF DC-TRANS-ID = IDX-TRANS-ID
              MOVE "N" TO WS-CASE-FOUND-FLAG
              PERFORM FIND-DISPUTE-CASE VARYING WS-CASE-IDX
                 FROM 1 BY 1
                 UNTIL WS-CASE-IDX > WS-CASE-USED OR WS-CASE-FOUND
              IF NOT WS-CASE-FOUND AND DC-EVT-OPENED
                 AND WS-CASE-USED < WS-CASE-MAX
                 ADD 1 TO WS-CASE-USED
                 MOVE WS-CASE-USED TO WS-CASE-IDX
                 MOVE DC-CASE-ID TO WS-CASE-ID (WS-CASE-IDX)
                 MOVE DC-OPEN-DATE TO WS-CASE-OPEN-DATE (WS-CASE-IDX)
                 MOVE DC-TEXT TO WS-CASE-REASON (WS-CASE-IDX)
                 SET WS-CASE-FOUND TO TRUE
              END-IF
              IF WS-CASE-FOUND
                 MOVE DC-STATUS TO WS-CASE-STATUS (WS-CASE-IDX)
                 IF DC-OWNER NOT = SPACES
                    MOVE DC-OWNER TO WS-CASE-OWNER (WS-CASE-IDX)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-DISPUTE-RECORD.

       FIND-DISPUTE-CASE.
           IF WS-CASE-ID (WS-CASE-IDX) = DC-CASE-ID
              SET WS-CASE-FOUND TO TRUE
              SUBTRACT 1 FROM WS-CASE-IDX
           END-IF.

       SHOW-ONE-DISPUTE.
           IF WS-CASE-UNRESOLVED (WS-CASE-IDX)
              IF WS-LOCALE-EN
                 DISPLAY "  Dispute:   " WS-CASE-ID (WS-CASE-IDX)
                         " opened " WS-CASE-OPEN-DATE (WS-CASE-IDX)
                         " owner "
                         FUNCTION TRIM (WS-CASE-OWNER (WS-CASE-IDX))
                 IF WS-CASE-STATUS (WS-CASE-IDX) = "I"
                    DISPLAY "             under investigation - "
                          FUNCTION TRIM (WS-CASE-REASON (WS-CASE-IDX))
                 ELSE
                    DISPLAY "             open - "
                          FUNCTION TRIM (WS-CASE-REASON (WS-CASE-IDX))
                 END-IF
              ELSE
                 DISPLAY "  Litige:    " WS-CASE-ID (WS-CASE-IDX)
                         " ouvert le " WS-CASE-OPEN-DATE (WS-CASE-IDX)
                         " resp. "
                         FUNCTION TRIM (WS-CASE-OWNER (WS-CASE-IDX))
                 IF WS-CASE-STATUS (WS-CASE-IDX) = "I"
                    DISPLAY "             en instruction - "
                          FUNCTION TRIM (WS-CASE-REASON (WS-CASE-IDX))
                 ELSE
                    DISPLAY "             ouvert - "
                          FUNCTION TRIM (WS-CASE-REASON (WS-CASE-IDX))
                 END-IF
              END-IF
           END-IF.

      * Interactive access authenticates against the salted hash
      * stored with the profile; three wrong attempts lock the
      * credential and a supervisor reset forces a change on first
