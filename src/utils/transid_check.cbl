       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSID_CHECK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DIGIT-IDX            PIC 9(2).
       01 WS-DIGIT                PIC 9(2).
       01 WS-DOUBLE-FLAG          PIC X(1)    VALUE "Y".
          88 WS-DOUBLE-DIGIT                  VALUE "Y".
       01 WS-DIGIT-SUM            PIC 9(3).
       01 WS-CHECK-DIGIT          PIC 9(1).
       01 WS-ID-DIGITS            PIC 9(7).

       LINKAGE SECTION.
       01 LS-TRANS-ID             PIC X(12).
       01 LS-ID-STATUS            PIC 9(2).
          88 LS-ID-VALID                      VALUE 0.
          88 LS-ID-LEGACY                     VALUE 4.
          88 LS-ID-BAD-CHECK                  VALUE 8.
          88 LS-ID-MALFORMED                  VALUE 12.
       01 LS-ID-NUM               PIC 9(7).

      * Transaction IDs are T, seven digits and a check digit - the
      * Luhn digit of the seven.  It catches all single-digit errors
      * and all adjacent transpositions except 09/90, so a mistyped
      * ID rarely points at another transaction.  IDs issued before
      * the check digit have a blank ninth position and stay valid
      * as legacy IDs.
      * Checks a keyed ID.  Status 0 the check digit is right, 4 a
      * legacy ID without one, 8 the check digit is wrong (mistyped),
      * 12 not a transaction ID at all.
       PROCEDURE DIVISION USING LS-TRANS-ID, LS-ID-STATUS.
       MAIN-PROCEDURE.
           IF LS-TRANS-ID (1:1) NOT = "T"
              OR LS-TRANS-ID (2:7) NOT NUMERIC
              OR LS-TRANS-ID (10:3) NOT = SPACES
              SET LS-ID-MALFORMED TO TRUE
              GOBACK
           END-IF
           IF LS-TRANS-ID (9:1) = SPACE
              SET LS-ID-LEGACY TO TRUE
              GOBACK
           END-IF
           IF LS-TRANS-ID (9:1) NOT NUMERIC
              SET LS-ID-MALFORMED TO TRUE
              GOBACK
           END-IF
           MOVE LS-TRANS-ID (2:7) TO WS-ID-DIGITS
           PERFORM COMPUTE-CHECK-DIGIT
           IF LS-TRANS-ID (9:1) = WS-CHECK-DIGIT
              SET LS-ID-VALID TO TRUE
           ELSE
              SET LS-ID-BAD-CHECK TO TRUE
           END-IF
           GOBACK.

      * Builds the ID issued for a sequence number, check digit
      * included.
       ENTRY "TRANSID_ISSUE" USING LS-ID-NUM, LS-TRANS-ID.
           MOVE LS-ID-NUM TO WS-ID-DIGITS
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE SPACES TO LS-TRANS-ID
           STRING "T"            DELIMITED BY SIZE
                  WS-ID-DIGITS   DELIMITED BY SIZE
                  WS-CHECK-DIGIT DELIMITED BY SIZE
                  INTO LS-TRANS-ID
           END-STRING
           GOBACK.

      * Luhn: from the rightmost digit leftwards every other digit is
      * doubled, starting with the rightmost, and a doubled digit
      * over 9 loses 9; the check digit brings the sum to a multiple
      * of ten.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-DIGIT-SUM
           MOVE "Y" TO WS-DOUBLE-FLAG
           PERFORM ADD-ONE-DIGIT
              VARYING WS-DIGIT-IDX FROM 7 BY -1
              UNTIL WS-DIGIT-IDX < 1
           COMPUTE WS-CHECK-DIGIT =
              FUNCTION MOD (10 - FUNCTION MOD (WS-DIGIT-SUM, 10), 10).

       ADD-ONE-DIGIT.
           MOVE WS-ID-DIGITS (WS-DIGIT-IDX:1) TO WS-DIGIT
           IF WS-DOUBLE-DIGIT
              COMPUTE WS-DIGIT = WS-DIGIT * 2
              IF WS-DIGIT > 9
                 SUBTRACT 9 FROM WS-DIGIT
              END-IF
              MOVE "N" TO WS-DOUBLE-FLAG
           ELSE
              MOVE "Y" TO WS-DOUBLE-FLAG
           END-IF
           ADD WS-DIGIT TO WS-DIGIT-SUM.
       END PROGRAM TRANSID_CHECK.
