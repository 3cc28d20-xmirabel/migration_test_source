       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-CASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DISPUTE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-TRANS-ID
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT REVERSAL-REG-FILE
           ASSIGN TO DYNAMIC WS-REVERSAL-REG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVERSAL-REG-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
           COPY DSPCASE.

       FD INDEX-FILE.
       01 IDX-RECORD.
          COPY CALCREC REPLACING ==CALC-REC-TRANS-ID== BY
             ==IDX-TRANS-ID== ==CALC-REC-DATE== BY ==IDX-DATE==
             ==CALC-REC-USER== BY ==IDX-USER==
             ==CALC-REC-OPERATION== BY ==IDX-OPERATION==
             ==CALC-REC-NUM1== BY ==IDX-NUM1==
             ==CALC-REC-NUM2== BY ==IDX-NUM2==
             ==CALC-REC-RESULT== BY ==IDX-RESULT==
             ==CALC-REC-STATUS== BY ==IDX-STATUS==.

       FD REVERSAL-REG-FILE.
       01 REVERSAL-REG-RECORD.
          05 RVR-ORIG-ID          PIC X(12).
          05 FILLER               PIC X(1).
          05 RVR-NEW-ID           PIC X(12).
          05 FILLER               PIC X(1).
          05 RVR-DATE             PIC 9(8).

       FD TRANS-FILE.
       01 TRANS-RECORD            PIC X(114).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-FILENAME     PIC X(100)
                                     VALUE "dispute_cases.dat".
       01 WS-DISPUTE-STATUS       PIC X(2).
       01 WS-DISPUTE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-DISPUTE-EOF                   VALUE "Y".
       01 WS-INDEX-FILENAME       PIC X(100)  VALUE "output.idx".
       01 WS-INDEX-STATUS         PIC X(2).
       01 WS-REVERSAL-REG-FILENAME PIC X(100)
                                     VALUE "reversal_register.dat".
       01 WS-REVERSAL-REG-STATUS  PIC X(2).
       01 WS-REVERSAL-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REVERSAL-EOF                  VALUE "Y".
       01 WS-REVERSED-FLAG        PIC X(1)    VALUE "N".
          88 WS-ALREADY-REVERSED              VALUE "Y".
       01 WS-EXISTING-REVERSAL-ID PIC X(12)   VALUE SPACES.
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-OWN-ROLE             PIC X(1)    VALUE SPACES.
       01 WS-OWN-DEPT             PIC X(10)   VALUE SPACES.
       01 WS-OWN-FULLNAME         PIC X(30)   VALUE SPACES.
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TIMESTAMP            PIC X(21).

       01 WS-CASE-ACTION          PIC X(12)   VALUE SPACES.
          88 WS-ACTION-OPEN                   VALUE "OPEN".
          88 WS-ACTION-NOTE                   VALUE "NOTE".
          88 WS-ACTION-ASSIGN                 VALUE "ASSIGN".
          88 WS-ACTION-INVESTIGATE            VALUE "INVESTIGATE".
          88 WS-ACTION-RESOLVE                VALUE "RESOLVE".
          88 WS-ACTION-SHOW                   VALUE "SHOW".
       01 WS-CASE-ID              PIC X(10)   VALUE SPACES.
       01 WS-CASE-ID-WORK         PIC X(10)   VALUE SPACES.
       01 WS-CASE-TRANS-ID        PIC X(12)   VALUE SPACES.
       01 WS-ID-CHECK-STATUS      PIC 9(2).
          88 WS-ID-CHECK-VALID                VALUE 0.
          88 WS-ID-CHECK-LEGACY               VALUE 4.
       01 WS-CASE-REASON          PIC X(80)   VALUE SPACES.
       01 WS-CASE-NOTE            PIC X(80)   VALUE SPACES.
       01 WS-CASE-OWNER           PIC X(30)   VALUE SPACES.
       01 WS-CASE-RESOLUTION      PIC X(8)    VALUE SPACES.
          88 WS-RESOLVE-REVERSE               VALUE "REVERSE".
          88 WS-RESOLVE-REJECT                VALUE "REJECT".

      * Latest state of every case on file, rebuilt from its events.
       01 WS-DSP-TABLE.
          05 WS-DSP-ENTRY OCCURS 2000 TIMES.
             10 WS-DSP-CASE-ID       PIC X(10).
             10 WS-DSP-TRANS-ID      PIC X(12).
             10 WS-DSP-STATUS        PIC X(1).
                88 WS-DSP-UNRESOLVED          VALUES "O", "I".
             10 WS-DSP-OPEN-DATE     PIC 9(8).
             10 WS-DSP-OWNER         PIC X(30).
             10 WS-DSP-REVERSAL-ID   PIC X(12).
       01 WS-DSP-USED             PIC 9(4)    VALUE 0.
       01 WS-DSP-MAX              PIC 9(4)    VALUE 2000.
       01 WS-DSP-IDX              PIC 9(4).
       01 WS-DSP-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-DSP-FOUND                     VALUE "Y".
       01 WS-DSP-LAST-NUM         PIC 9(7)    VALUE 0.
       01 WS-DSP-CASE-NUM         PIC 9(7).

       01 WS-EVENT-CODE           PIC X(1).
       01 WS-EVENT-STATUS         PIC X(1).
       01 WS-EVENT-OWNER          PIC X(30).
       01 WS-EVENT-REVERSAL-ID    PIC X(12).
       01 WS-EVENT-TEXT           PIC X(80).
       01 WS-STATUS-NAME          PIC X(20).
       01 WS-SHOW-COUNT           PIC 9(5)    VALUE 0.
       01 WS-REV-LINE.
          05 WS-REV-TYPE          PIC X(3)    VALUE "REV".
          05 WS-REV-ORIG-ID       PIC X(12).
          05 WS-REV-CASE-ID       PIC X(10).
          05 FILLER               PIC X(89)   VALUE SPACES.

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-AUTH-PASSWORD        PIC X(30)   VALUE SPACES.
       01 WS-AUTH-NEW-PASSWORD    PIC X(30)   VALUE SPACES.
       01 WS-AUTH-STATUS          PIC 9(2)    VALUE 0.
       01 WS-AUTH-SET-STATUS      PIC 9(2)    VALUE 0.

      * Dispute cases raised against a posted transaction.  A case is
      * opened with a reason and an owner (OPEN), gathers dated notes
      * (NOTE), may change hands (ASSIGN) and goes under
      * investigation (INVESTIGATE) until it is resolved (RESOLVE),
      * either rejected or by reversing the transaction.  A reversal
      * is not posted here: it is queued on the transaction feed with
      * the case ID and goes through the ordinary REV path of the
      * next batch, which links the reversal back to the case.  Only
      * a supervisor resolves; an inquiry-role profile may only look
      * (SHOW).  Every step is one more line on the case file.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           PERFORM LOOKUP-OWN-PROFILE
           IF WS-OWN-FULLNAME = SPACES
              MOVE WS-USER-NAME TO WS-OWN-FULLNAME
           END-IF

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE

           ACCEPT WS-DISPUTE-FILENAME FROM ENVIRONMENT "DISPUTE_FILE"
           IF WS-DISPUTE-FILENAME = SPACES
              MOVE "dispute_cases.dat" TO WS-DISPUTE-FILENAME
           END-IF
           ACCEPT WS-INDEX-FILENAME FROM ENVIRONMENT "INDEX_FILENAME"
           IF WS-INDEX-FILENAME = SPACES
              MOVE "output.idx" TO WS-INDEX-FILENAME
           END-IF
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "TRANS_FILENAME"
           IF WS-TRANS-FILENAME = SPACES
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF

           ACCEPT WS-CASE-ACTION FROM ENVIRONMENT "CASE_ACTION"
           ACCEPT WS-CASE-ID FROM ENVIRONMENT "CASE_ID"
           ACCEPT WS-CASE-TRANS-ID FROM ENVIRONMENT "TRANS_ID"
           IF WS-CASE-TRANS-ID NOT = SPACES
              PERFORM CHECK-KEYED-TRANS-ID
           END-IF
           ACCEPT WS-CASE-REASON FROM ENVIRONMENT "CASE_REASON"
           ACCEPT WS-CASE-NOTE FROM ENVIRONMENT "CASE_NOTE"
           ACCEPT WS-CASE-OWNER FROM ENVIRONMENT "CASE_OWNER"
           ACCEPT WS-CASE-RESOLUTION FROM ENVIRONMENT "CASE_RESOLUTION"

           IF WS-OWN-ROLE = "I" AND NOT WS-ACTION-SHOW
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: " FUNCTION TRIM (WS-USER-NAME)
                         " may only look at cases (SHOW)"
              ELSE
                 DISPLAY "REFUSE: " FUNCTION TRIM (WS-USER-NAME)
                         " peut seulement consulter (SHOW)"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-DISPUTE-CASES

           EVALUATE TRUE
              WHEN WS-ACTION-OPEN
                 PERFORM OPEN-CASE
              WHEN WS-ACTION-NOTE
                 PERFORM NOTE-CASE
              WHEN WS-ACTION-ASSIGN
                 PERFORM ASSIGN-CASE
              WHEN WS-ACTION-INVESTIGATE
                 PERFORM INVESTIGATE-CASE
              WHEN WS-ACTION-RESOLVE
                 PERFORM RESOLVE-CASE
              WHEN WS-ACTION-SHOW
                 PERFORM SHOW-CASE
              WHEN OTHER
                 IF WS-LOCALE-EN
                    DISPLAY "Error: CASE_ACTION must be OPEN, NOTE, "
                            "ASSIGN, INVESTIGATE, RESOLVE or SHOW"
                 ELSE
                    DISPLAY "Erreur: CASE_ACTION OPEN, NOTE, ASSIGN, "
                            "INVESTIGATE, RESOLVE ou SHOW requis"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-DISPUTE-CASES.
           MOVE 0 TO WS-DSP-USED
           MOVE 0 TO WS-DSP-LAST-NUM
           MOVE "N" TO WS-DISPUTE-EOF-FLAG
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
              PERFORM READ-DISPUTE-RECORD
              PERFORM APPLY-DISPUTE-EVENT UNTIL WS-DISPUTE-EOF
              CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE
              AT END
                 SET WS-DISPUTE-EOF TO TRUE
           END-READ.

       APPLY-DISPUTE-EVENT.
           IF DC-CASE-ID (4:7) IS NUMERIC
              MOVE DC-CASE-ID (4:7) TO WS-DSP-CASE-NUM
              IF WS-DSP-CASE-NUM > WS-DSP-LAST-NUM
                 MOVE WS-DSP-CASE-NUM TO WS-DSP-LAST-NUM
              END-IF
           END-IF
           MOVE DC-CASE-ID TO WS-CASE-ID-WORK
           PERFORM LOCATE-CASE-ENTRY
           IF NOT WS-DSP-FOUND AND DC-EVT-OPENED
              AND WS-DSP-USED < WS-DSP-MAX
              ADD 1 TO WS-DSP-USED
              MOVE WS-DSP-USED TO WS-DSP-IDX
              MOVE DC-CASE-ID TO WS-DSP-CASE-ID (WS-DSP-IDX)
              MOVE DC-TRANS-ID TO WS-DSP-TRANS-ID (WS-DSP-IDX)
              MOVE DC-OPEN-DATE TO WS-DSP-OPEN-DATE (WS-DSP-IDX)
              MOVE SPACES TO WS-DSP-REVERSAL-ID (WS-DSP-IDX)
              SET WS-DSP-FOUND TO TRUE
           END-IF
           IF WS-DSP-FOUND
              MOVE DC-STATUS TO WS-DSP-STATUS (WS-DSP-IDX)
              IF DC-OWNER NOT = SPACES
                 MOVE DC-OWNER TO WS-DSP-OWNER (WS-DSP-IDX)
              END-IF
              IF DC-REVERSAL-ID NOT = SPACES
                 MOVE DC-REVERSAL-ID TO WS-DSP-REVERSAL-ID (WS-DSP-IDX)
              END-IF
           END-IF
           PERFORM READ-DISPUTE-RECORD.

       LOCATE-CASE-ENTRY.
           MOVE "N" TO WS-DSP-FOUND-FLAG
           PERFORM FIND-CASE-ENTRY VARYING WS-DSP-IDX FROM 1 BY 1
              UNTIL WS-DSP-IDX > WS-DSP-USED OR WS-DSP-FOUND.

       FIND-CASE-ENTRY.
           IF WS-DSP-CASE-ID (WS-DSP-IDX) = WS-CASE-ID-WORK
              SET WS-DSP-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DSP-IDX
           END-IF.

       FIND-OPEN-CASE-ON-TRANS.
           IF WS-DSP-TRANS-ID (WS-DSP-IDX) = WS-CASE-TRANS-ID
              AND WS-DSP-UNRESOLVED (WS-DSP-IDX)
              SET WS-DSP-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DSP-IDX
           END-IF.

      * A case can only be opened on a transaction that was posted,
      * and a transaction carries at most one unresolved case: a
      * second complaint goes on the existing case as a note.
       OPEN-CASE.
           IF WS-CASE-TRANS-ID = SPACES OR WS-CASE-REASON = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: TRANS_ID and CASE_REASON required"
              ELSE
                 DISPLAY "Erreur: TRANS_ID et CASE_REASON requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM CHECK-TRANSACTION-POSTED
           END-IF
           IF WS-RETURN-CODE = 0
              MOVE "N" TO WS-DSP-FOUND-FLAG
              PERFORM FIND-OPEN-CASE-ON-TRANS
                 VARYING WS-DSP-IDX FROM 1 BY 1
                 UNTIL WS-DSP-IDX > WS-DSP-USED OR WS-DSP-FOUND
              IF WS-DSP-FOUND
                 IF WS-LOCALE-EN
                    DISPLAY "Case " WS-DSP-CASE-ID (WS-DSP-IDX)
                            " is already open on "
                            FUNCTION TRIM (WS-CASE-TRANS-ID)
                            " - add a NOTE to it"
                 ELSE
                    DISPLAY "Le dossier " WS-DSP-CASE-ID (WS-DSP-IDX)
                            " est deja ouvert sur "
                            FUNCTION TRIM (WS-CASE-TRANS-ID)
                            " - ajouter une NOTE"
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-DSP-USED NOT < WS-DSP-MAX
              IF WS-LOCALE-EN
                 DISPLAY "Error: case table full"
              ELSE
                 DISPLAY "Erreur: table des dossiers pleine"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
              ADD 1 TO WS-DSP-LAST-NUM
              MOVE SPACES TO WS-CASE-ID
              STRING "DSP"           DELIMITED BY SIZE
                     WS-DSP-LAST-NUM DELIMITED BY SIZE
                     INTO WS-CASE-ID
              END-STRING
              ADD 1 TO WS-DSP-USED
              MOVE WS-DSP-USED TO WS-DSP-IDX
              MOVE WS-CASE-ID TO WS-DSP-CASE-ID (WS-DSP-IDX)
              MOVE WS-CASE-TRANS-ID TO WS-DSP-TRANS-ID (WS-DSP-IDX)
              MOVE WS-RUN-DATE TO WS-DSP-OPEN-DATE (WS-DSP-IDX)
              MOVE SPACES TO WS-DSP-REVERSAL-ID (WS-DSP-IDX)
              IF WS-CASE-OWNER = SPACES
                 MOVE WS-OWN-FULLNAME TO WS-CASE-OWNER
              END-IF
              MOVE WS-CASE-OWNER TO WS-DSP-OWNER (WS-DSP-IDX)
              MOVE "O" TO WS-EVENT-CODE
              MOVE "O" TO WS-EVENT-STATUS
              MOVE WS-CASE-OWNER TO WS-EVENT-OWNER
              MOVE SPACES TO WS-EVENT-REVERSAL-ID
              MOVE WS-CASE-REASON TO WS-EVENT-TEXT
              PERFORM APPEND-CASE-EVENT
              IF WS-LOCALE-EN
                 DISPLAY "Case " WS-CASE-ID " opened on "
                         FUNCTION TRIM (WS-CASE-TRANS-ID)
                         ", owner " FUNCTION TRIM (WS-CASE-OWNER)
              ELSE
                 DISPLAY "Dossier " WS-CASE-ID " ouvert sur "
                         FUNCTION TRIM (WS-CASE-TRANS-ID)
                         ", responsable "
                         FUNCTION TRIM (WS-CASE-OWNER)
              END-IF
           END-IF.

       CHECK-TRANSACTION-POSTED.
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
              MOVE WS-CASE-TRANS-ID TO IDX-TRANS-ID
              READ INDEX-FILE
                 KEY IS IDX-TRANS-ID
                 INVALID KEY
                    IF WS-LOCALE-EN
                       DISPLAY "Transaction not found: "
                               FUNCTION TRIM (WS-CASE-TRANS-ID)
                    ELSE
                       DISPLAY "Transaction introuvable: "
                               FUNCTION TRIM (WS-CASE-TRANS-ID)
                    END-IF
                    MOVE 12 TO WS-RETURN-CODE
              END-READ
              CLOSE INDEX-FILE
           END-IF.

      * The case named by CASE_ID must be on file; the steps that
      * move a case on also need it to be still unresolved.
       LOCATE-REQUESTED-CASE.
           MOVE WS-CASE-ID TO WS-CASE-ID-WORK
           PERFORM LOCATE-CASE-ENTRY
           IF NOT WS-DSP-FOUND
              IF WS-LOCALE-EN
                 DISPLAY "Error: case not found: "
                         FUNCTION TRIM (WS-CASE-ID)
              ELSE
                 DISPLAY "Erreur: dossier introuvable: "
                         FUNCTION TRIM (WS-CASE-ID)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              MOVE WS-DSP-TRANS-ID (WS-DSP-IDX) TO WS-CASE-TRANS-ID
              MOVE WS-DSP-OWNER (WS-DSP-IDX) TO WS-EVENT-OWNER
              MOVE WS-DSP-STATUS (WS-DSP-IDX) TO WS-EVENT-STATUS
              MOVE SPACES TO WS-EVENT-REVERSAL-ID
           END-IF.

       CHECK-CASE-UNRESOLVED.
           IF WS-RETURN-CODE = 0
              AND NOT WS-DSP-UNRESOLVED (WS-DSP-IDX)
              MOVE WS-DSP-STATUS (WS-DSP-IDX) TO WS-EVENT-STATUS
              PERFORM SET-STATUS-NAME
              IF WS-LOCALE-EN
                 DISPLAY "Error: case " FUNCTION TRIM (WS-CASE-ID)
                         " is already " FUNCTION TRIM (WS-STATUS-NAME)
              ELSE
                 DISPLAY "Erreur: le dossier "
                         FUNCTION TRIM (WS-CASE-ID)
                         " est deja " FUNCTION TRIM (WS-STATUS-NAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           END-IF.

       NOTE-CASE.
           IF WS-CASE-NOTE = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: CASE_ID and CASE_NOTE required"
              ELSE
                 DISPLAY "Erreur: CASE_ID et CASE_NOTE requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM LOCATE-REQUESTED-CASE
           END-IF
           IF WS-RETURN-CODE = 0
              MOVE "N" TO WS-EVENT-CODE
              MOVE WS-CASE-NOTE TO WS-EVENT-TEXT
              PERFORM APPEND-CASE-EVENT
              IF WS-LOCALE-EN
                 DISPLAY "Note added to case " WS-CASE-ID
              ELSE
                 DISPLAY "Note ajoutee au dossier " WS-CASE-ID
              END-IF
           END-IF.

       ASSIGN-CASE.
           IF WS-CASE-OWNER = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: CASE_ID and CASE_OWNER required"
              ELSE
                 DISPLAY "Erreur: CASE_ID et CASE_OWNER requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM LOCATE-REQUESTED-CASE
              PERFORM CHECK-CASE-UNRESOLVED
           END-IF
           IF WS-RETURN-CODE = 0
              MOVE "A" TO WS-EVENT-CODE
              MOVE WS-CASE-OWNER TO WS-EVENT-OWNER
              IF WS-CASE-NOTE = SPACES
                 MOVE SPACES TO WS-EVENT-TEXT
                 STRING "REATTRIBUE A " DELIMITED BY SIZE
                        WS-CASE-OWNER   DELIMITED BY SIZE
                        INTO WS-EVENT-TEXT
                 END-STRING
              ELSE
                 MOVE WS-CASE-NOTE TO WS-EVENT-TEXT
              END-IF
              PERFORM APPEND-CASE-EVENT
              IF WS-LOCALE-EN
                 DISPLAY "Case " WS-CASE-ID " assigned to "
                         FUNCTION TRIM (WS-CASE-OWNER)
              ELSE
                 DISPLAY "Dossier " WS-CASE-ID " attribue a "
                         FUNCTION TRIM (WS-CASE-OWNER)
              END-IF
           END-IF.

       INVESTIGATE-CASE.
           PERFORM LOCATE-REQUESTED-CASE
           PERFORM CHECK-CASE-UNRESOLVED
           IF WS-RETURN-CODE = 0
              MOVE "S" TO WS-EVENT-CODE
              MOVE "I" TO WS-EVENT-STATUS
              IF WS-CASE-NOTE = SPACES
                 MOVE "EN INSTRUCTION" TO WS-EVENT-TEXT
              ELSE
                 MOVE WS-CASE-NOTE TO WS-EVENT-TEXT
              END-IF
              PERFORM APPEND-CASE-EVENT
              IF WS-LOCALE-EN
                 DISPLAY "Case " WS-CASE-ID " under investigation"
              ELSE
                 DISPLAY "Dossier " WS-CASE-ID " en instruction"
              END-IF
           END-IF.

      * Resolution is a supervisor's decision and carries its
      * justification.  A transaction already reversed (by a payment
      * return, or an earlier case) is linked straight away instead
      * of queuing a second reversal that would only be rejected.
       RESOLVE-CASE.
           IF WS-OWN-ROLE NOT = "S"
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: " FUNCTION TRIM (WS-USER-NAME)
                         " is not a supervisor"
              ELSE
                 DISPLAY "REFUSE: " FUNCTION TRIM (WS-USER-NAME)
                         " n'est pas superviseur"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
              IF NOT WS-RESOLVE-REVERSE AND NOT WS-RESOLVE-REJECT
                 OR WS-CASE-NOTE = SPACES
                 IF WS-LOCALE-EN
                    DISPLAY "Error: CASE_RESOLUTION (REVERSE or "
                            "REJECT) and CASE_NOTE required"
                 ELSE
                    DISPLAY "Erreur: CASE_RESOLUTION (REVERSE ou "
                            "REJECT) et CASE_NOTE requis"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
              END-IF
           END-IF
           IF WS-RETURN-CODE = 0
              PERFORM LOCATE-REQUESTED-CASE
              PERFORM CHECK-CASE-UNRESOLVED
           END-IF
           IF WS-RETURN-CODE = 0
              MOVE WS-CASE-NOTE TO WS-EVENT-TEXT
              IF WS-RESOLVE-REJECT
                 MOVE "S" TO WS-EVENT-CODE
                 MOVE "J" TO WS-EVENT-STATUS
                 PERFORM APPEND-CASE-EVENT
                 IF WS-LOCALE-EN
                    DISPLAY "Case " WS-CASE-ID " resolved - rejected"
                 ELSE
                    DISPLAY "Dossier " WS-CASE-ID " resolu - rejete"
                 END-IF
              ELSE
                 PERFORM RESOLVE-BY-REVERSAL
              END-IF
           END-IF.

       RESOLVE-BY-REVERSAL.
           PERFORM CHECK-REVERSAL-REGISTER
           MOVE "R" TO WS-EVENT-STATUS
           IF WS-ALREADY-REVERSED
              MOVE "L" TO WS-EVENT-CODE
              MOVE WS-EXISTING-REVERSAL-ID TO WS-EVENT-REVERSAL-ID
              PERFORM APPEND-CASE-EVENT
              IF WS-LOCALE-EN
                 DISPLAY "Case " WS-CASE-ID " resolved - "
                         FUNCTION TRIM (WS-CASE-TRANS-ID)
                         " already reversed by "
                         WS-EXISTING-REVERSAL-ID
              ELSE
                 DISPLAY "Dossier " WS-CASE-ID " resolu - "
                         FUNCTION TRIM (WS-CASE-TRANS-ID)
                         " deja extournee par "
                         WS-EXISTING-REVERSAL-ID
              END-IF
           ELSE
              PERFORM QUEUE-REVERSAL
              IF WS-RETURN-CODE = 0
                 MOVE "S" TO WS-EVENT-CODE
                 PERFORM APPEND-CASE-EVENT
                 IF WS-LOCALE-EN
                    DISPLAY "Case " WS-CASE-ID " resolved - reversal"
                            " of " FUNCTION TRIM (WS-CASE-TRANS-ID)
                            " queued for the next batch"
                 ELSE
                    DISPLAY "Dossier " WS-CASE-ID " resolu - extourne"
                            " de " FUNCTION TRIM (WS-CASE-TRANS-ID)
                            " mise en file pour le prochain lot"
                 END-IF
              END-IF
           END-IF.

       CHECK-REVERSAL-REGISTER.
           MOVE "N" TO WS-REVERSED-FLAG
           MOVE "N" TO WS-REVERSAL-EOF-FLAG
           MOVE SPACES TO WS-EXISTING-REVERSAL-ID
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
           IF RVR-ORIG-ID = WS-CASE-TRANS-ID
              SET WS-ALREADY-REVERSED TO TRUE
              MOVE RVR-NEW-ID TO WS-EXISTING-REVERSAL-ID
           ELSE
              PERFORM READ-REVERSAL-REG-RECORD
           END-IF.

      * The generated line rides the normal batch: CALCULATOR posts
      * the reversal, records it in the reversal register and writes
      * the link line on the case.
       QUEUE-REVERSAL.
           MOVE WS-CASE-TRANS-ID TO WS-REV-ORIG-ID
           MOVE WS-CASE-ID TO WS-REV-CASE-ID
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRANS-STATUS = "00"
              MOVE WS-REV-LINE TO TRANS-RECORD
              WRITE TRANS-RECORD
              CLOSE TRANS-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot open transaction feed "
                         FUNCTION TRIM (WS-TRANS-FILENAME)
                         " - case left unresolved"
              ELSE
                 DISPLAY "Erreur: ouverture du fichier de "
                         "transactions impossible "
                         FUNCTION TRIM (WS-TRANS-FILENAME)
                         " - dossier non resolu"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           END-IF.

       APPEND-CASE-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "35"
              OPEN OUTPUT DISPUTE-FILE
           END-IF
           IF WS-DISPUTE-STATUS = "00"
              MOVE SPACES TO DISPUTE-RECORD
              MOVE WS-CASE-ID TO DC-CASE-ID
              MOVE WS-CASE-TRANS-ID TO DC-TRANS-ID
              MOVE WS-TIMESTAMP (1:14) TO DC-STAMP
              MOVE WS-EVENT-CODE TO DC-EVENT
              MOVE WS-EVENT-STATUS TO DC-STATUS
              MOVE WS-DSP-OPEN-DATE (WS-DSP-IDX) TO DC-OPEN-DATE
              MOVE WS-EVENT-OWNER TO DC-OWNER
              MOVE WS-OWN-FULLNAME TO DC-BY
              MOVE WS-EVENT-REVERSAL-ID TO DC-REVERSAL-ID
              MOVE WS-EVENT-TEXT TO DC-TEXT
              WRITE DISPUTE-RECORD
              CLOSE DISPUTE-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot write "
                         FUNCTION TRIM (WS-DISPUTE-FILENAME)
              ELSE
                 DISPLAY "Erreur: ecriture impossible "
                         FUNCTION TRIM (WS-DISPUTE-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

      * The history of one case, or of every case raised against the
      * transaction named by TRANS_ID.
       SHOW-CASE.
           IF WS-CASE-ID = SPACES AND WS-CASE-TRANS-ID = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: CASE_ID or TRANS_ID required"
              ELSE
                 DISPLAY "Erreur: CASE_ID ou TRANS_ID requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              MOVE 0 TO WS-SHOW-COUNT
              MOVE "N" TO WS-DISPUTE-EOF-FLAG
              OPEN INPUT DISPUTE-FILE
              IF WS-DISPUTE-STATUS = "00"
                 PERFORM READ-DISPUTE-RECORD
                 PERFORM SHOW-CASE-EVENT UNTIL WS-DISPUTE-EOF
                 CLOSE DISPUTE-FILE
              END-IF
              IF WS-SHOW-COUNT = 0
                 IF WS-LOCALE-EN
                    DISPLAY "No case found"
                 ELSE
                    DISPLAY "Aucun dossier trouve"
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       SHOW-CASE-EVENT.
           IF (WS-CASE-ID NOT = SPACES AND DC-CASE-ID = WS-CASE-ID)
              OR (WS-CASE-ID = SPACES
                  AND DC-TRANS-ID = WS-CASE-TRANS-ID)
              ADD 1 TO WS-SHOW-COUNT
              MOVE DC-STATUS TO WS-EVENT-STATUS
              PERFORM SET-STATUS-NAME
              IF DC-EVT-OPENED
                 IF WS-LOCALE-EN
                    DISPLAY "Case " DC-CASE-ID " on " DC-TRANS-ID
                            " opened " DC-OPEN-DATE
                 ELSE
                    DISPLAY "Dossier " DC-CASE-ID " sur " DC-TRANS-ID
                            " ouvert le " DC-OPEN-DATE
                 END-IF
              END-IF
              DISPLAY "  " DC-STAMP (1:8) " " DC-STAMP (9:6) " "
                      DC-EVENT " " WS-STATUS-NAME " "
                      FUNCTION TRIM (DC-BY)
              IF DC-OWNER NOT = SPACES
                 IF WS-LOCALE-EN
                    DISPLAY "    Owner:    " FUNCTION TRIM (DC-OWNER)
                 ELSE
                    DISPLAY "    Resp.:    " FUNCTION TRIM (DC-OWNER)
                 END-IF
              END-IF
              IF DC-REVERSAL-ID NOT = SPACES
                 IF WS-LOCALE-EN
                    DISPLAY "    Reversal: " DC-REVERSAL-ID
                 ELSE
                    DISPLAY "    Extourne: " DC-REVERSAL-ID
                 END-IF
              END-IF
              DISPLAY "    " FUNCTION TRIM (DC-TEXT)
           END-IF
           PERFORM READ-DISPUTE-RECORD.

       SET-STATUS-NAME.
           EVALUATE WS-EVENT-STATUS
              WHEN "O"
                 IF WS-LOCALE-EN
                    MOVE "OPEN" TO WS-STATUS-NAME
                 ELSE
                    MOVE "OUVERT" TO WS-STATUS-NAME
                 END-IF
              WHEN "I"
                 IF WS-LOCALE-EN
                    MOVE "INVESTIGATING" TO WS-STATUS-NAME
                 ELSE
                    MOVE "EN INSTRUCTION" TO WS-STATUS-NAME
                 END-IF
              WHEN "R"
                 IF WS-LOCALE-EN
                    MOVE "RESOLVED-REVERSED" TO WS-STATUS-NAME
                 ELSE
                    MOVE "RESOLU-EXTOURNE" TO WS-STATUS-NAME
                 END-IF
              WHEN "J"
                 IF WS-LOCALE-EN
                    MOVE "RESOLVED-REJECTED" TO WS-STATUS-NAME
                 ELSE
                    MOVE "RESOLU-REJETE" TO WS-STATUS-NAME
                 END-IF
              WHEN OTHER
                 MOVE WS-EVENT-STATUS TO WS-STATUS-NAME
           END-EVALUATE.

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

       LOOKUP-OWN-PROFILE.
           MOVE SPACES TO WS-OWN-ROLE
           MOVE SPACES TO WS-OWN-DEPT
           MOVE SPACES TO WS-OWN-FULLNAME
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM MATCH-OWN-PROFILE UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-PROFILE-EOF TO TRUE
           END-READ.

       MATCH-OWN-PROFILE.
           IF PRF-USER-ID = WS-USER-NAME
              MOVE PRF-ROLE TO WS-OWN-ROLE
              MOVE PRF-DEPARTMENT TO WS-OWN-DEPT
              IF PRF-FULL-NAME = SPACES
                 MOVE PRF-USER-ID TO WS-OWN-FULLNAME
              ELSE
                 MOVE PRF-FULL-NAME TO WS-OWN-FULLNAME
              END-IF
           END-IF
           PERFORM READ-PROFILE-RECORD.


      * A keyed ID failing its check digit is a mistype: it is
      * refused rather than matched against another transaction.
       CHECK-KEYED-TRANS-ID.
           CALL "TRANSID_CHECK" USING WS-CASE-TRANS-ID,
                                      WS-ID-CHECK-STATUS
           IF NOT WS-ID-CHECK-VALID AND NOT WS-ID-CHECK-LEGACY
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-CASE-TRANS-ID)
                         " is not a valid transaction ID - check"
                         " digit wrong or ID mistyped"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-CASE-TRANS-ID)
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

       END PROGRAM DISPUTE-CASE.
