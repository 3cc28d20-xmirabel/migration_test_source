       01 HOLD-RECORD.
          05 HOLD-STATE           PIC X(1).
          05 HOLD-DATE            PIC 9(8).
          05 HOLD-CALC-DATA       PIC X(248).
          05 HOLD-RULE            PIC X(4).

       FD NEW-HOLD-FILE.
       01 NEW-HOLD-RECORD         PIC X(261).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
             ==CALC-REC-GROUP-RATE== BY ==ASC-GROUP-RATE==
             ==CALC-REC-PPA-FLAG== BY ==ASC-PPA-FLAG==
             ==CALC-REC-ORIG-DATE== BY ==ASC-ORIG-DATE==
             ==CALC-REC-CHAIN-HASH== BY ==ASC-CHAIN-HASH==
             ==CALC-REC-CUST-RATE== BY ==ASC-CUST-RATE==
             ==CALC-REC-FX-MARGIN== BY ==ASC-FX-MARGIN==.

       FD RELEASE-LOG-FILE.
       01 RELEASE-LOG-RECORD      PIC X(80).
          88 WS-ACTION-REJECT                 VALUE "REJECT".
          88 WS-ACTION-LIST                   VALUES "LIST", SPACES.
       01 WS-HOLD-TRANS-ID        PIC X(12)   VALUE SPACES.
       01 WS-ID-CHECK-STATUS      PIC 9(2).
          88 WS-ID-CHECK-VALID                VALUE 0.
          88 WS-ID-CHECK-LEGACY               VALUE 4.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-FILE-PATTERN         PIC X(50)   VALUE "output".

       01 WS-HELD-VIEW.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-BG-SESSION           PIC X(14)   VALUE SPACES.
       01 WS-BG-STATUS            PIC 9(2).
       01 WS-BG-FLAG              PIC X(1)    VALUE "N".
          88 WS-BREAK-GLASS-RIGHTS            VALUE "Y".
       01 WS-BG-PROGRAM           PIC X(12)   VALUE "HOLD-REVIEW".
       01 WS-BG-ACTION-TEXT       PIC X(60).
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

           ACCEPT WS-HOLD-ACTION FROM ENVIRONMENT "HOLD_ACTION"
           ACCEPT WS-HOLD-TRANS-ID FROM ENVIRONMENT "HOLD_TRANS_ID"
           IF WS-HOLD-TRANS-ID NOT = SPACES
              AND WS-HOLD-TRANS-ID NOT = "ALL"
              PERFORM CHECK-KEYED-TRANS-ID
           END-IF
           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-FILE-PATTERN FROM ENVIRONMENT "OUTPUT_PATTERN"
           IF WS-FILE-PATTERN = SPACES
              MOVE "output" TO WS-FILE-PATTERN
              PERFORM READ-PROFILE-RECORD
              PERFORM MATCH-PROFILE-RECORD UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
           END-IF
           IF NOT WS-USER-IS-SUPERVISOR
              PERFORM CHECK-BREAK-GLASS
           END-IF.

      * An operator holding a break-glass session is granted the
      * supervisor's rights for its duration; everything done under
      * them is journalled for the next day's review.
       CHECK-BREAK-GLASS.
           CALL "BREAK_GLASS" USING WS-USER-NAME, WS-BG-SESSION,
                                    WS-BG-STATUS
           IF WS-BG-STATUS = 0
              SET WS-USER-IS-SUPERVISOR TO TRUE
              SET WS-BREAK-GLASS-RIGHTS TO TRUE
              IF WS-LOCALE-EN
                 DISPLAY "EMERGENCY ACCESS: session " WS-BG-SESSION
                         " - every action is journalled"
              ELSE
                 DISPLAY "ACCES D'URGENCE: session " WS-BG-SESSION
                         " - chaque action est journalisee"
              END-IF
           END-IF.

       JOURNAL-BREAK-GLASS.
           IF WS-BREAK-GLASS-RIGHTS
              CALL "BREAK_GLASS_LOG" USING WS-BG-SESSION,
                                           WS-USER-NAME,
                                           WS-BG-PROGRAM,
                                           WS-BG-ACTION-TEXT
           END-IF.

       READ-PROFILE-RECORD.
                      FUNCTION TRIM (CALC-REC-USER) " "
                      CALC-REC-OPERATION " " WS-RESULT-EDIT " "
                      CALC-REC-CURRENCY
              IF HOLD-RULE NOT = SPACES
                 IF WS-LOCALE-EN
                    DISPLAY "      fraud rule " HOLD-RULE
                 ELSE
                    DISPLAY "      regle de fraude " HOLD-RULE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-HOLD-RECORD.

              ELSE
                 MOVE "X" TO HOLD-STATE
                 PERFORM APPEND-REJECT-LOG
                 MOVE SPACES TO WS-BG-ACTION-TEXT
                 STRING "REJET " DELIMITED BY SIZE
                        CALC-REC-TRANS-ID DELIMITED BY SIZE
                        INTO WS-BG-ACTION-TEXT
                 END-STRING
                 PERFORM JOURNAL-BREAK-GLASS
              END-IF
              ADD 1 TO WS-ACTIONED-COUNT
           END-IF
           ELSE
              PERFORM APPEND-CHAINED-AUDIT
              PERFORM APPEND-RELEASE-LOG
              MOVE SPACES TO WS-BG-ACTION-TEXT
              STRING "LIBERATION " DELIMITED BY SIZE
                     CALC-REC-TRANS-ID DELIMITED BY SIZE
                     INTO WS-BG-ACTION-TEXT
              END-STRING
              PERFORM JOURNAL-BREAK-GLASS
              IF WS-LOCALE-EN
                 DISPLAY "RELEASED: " CALC-REC-TRANS-ID " by "
                         FUNCTION TRIM (WS-USER-NAME)
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
              CLOSE RELEASE-LOG-FILE
           END-IF.

      * A keyed ID failing its check digit is a mistype: it is
      * refused rather than matched against another transaction.
       CHECK-KEYED-TRANS-ID.
           CALL "TRANSID_CHECK" USING WS-HOLD-TRANS-ID,
                                      WS-ID-CHECK-STATUS
           IF NOT WS-ID-CHECK-VALID AND NOT WS-ID-CHECK-LEGACY
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-HOLD-TRANS-ID)
                         " is not a valid transaction ID - check"
                         " digit wrong or ID mistyped"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-HOLD-TRANS-ID)
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
