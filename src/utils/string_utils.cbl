       01 WS-WORDS-PTR           PIC 9(3) COMP.
       01 WS-CENTS-TEXT          PIC X(7).

      * Name matching: both names are folded to upper-case letters
      * and digits (accented UTF-8 letters lose their accent, any
      * other character becomes a separator) and cut into words.
      * The score is the share of words the two names have in
      * common, 0 to 100, whatever order the words come in.
       01 WS-ACCENT-FROM.
          05 FILLER PIC X(16) VALUE X"808182838485868788898A8B8C8D8E8F".
          05 FILLER PIC X(16) VALUE X"909192939495969798999A9B9C9D9E9F".
          05 FILLER PIC X(16) VALUE X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
          05 FILLER PIC X(16) VALUE X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
       01 WS-ACCENT-TO.
          05 FILLER PIC X(16) VALUE "AAAAAAACEEEEIIII".
          05 FILLER PIC X(16) VALUE "DNOOOOO OUUUUY S".
          05 FILLER PIC X(16) VALUE "AAAAAAACEEEEIIII".
          05 FILLER PIC X(16) VALUE "DNOOOOO OUUUUY Y".
       01 WS-NM-SOURCE           PIC X(40).
       01 WS-NM-CLEAN            PIC X(40).
       01 WS-NM-IN-IDX           PIC 9(2) COMP.
       01 WS-NM-OUT-IDX          PIC 9(2) COMP.
       01 WS-NM-CHAR             PIC X(1).
       01 WS-NM-PTR              PIC 9(2) COMP.
       01 WS-NM-WORD             PIC X(40).
       01 WS-NM-WORDS.
          05 WS-NM-WORD-COUNT    PIC 9(2) COMP.
          05 WS-NM-WORD-TAB      PIC X(20) OCCURS 8 TIMES.
       01 WS-NM-WORDS-1.
          05 WS-NM1-COUNT        PIC 9(2) COMP.
          05 WS-NM1-WORD         PIC X(20) OCCURS 8 TIMES.
       01 WS-NM-WORDS-2.
          05 WS-NM2-COUNT        PIC 9(2) COMP.
          05 WS-NM2-WORD         PIC X(20) OCCURS 8 TIMES.
          05 WS-NM2-USED         PIC X(1)  OCCURS 8 TIMES.
       01 WS-NM-IDX-1            PIC 9(2) COMP.
       01 WS-NM-IDX-2            PIC 9(2) COMP.
       01 WS-NM-COMMON           PIC 9(2) COMP.
       01 WS-NM-FOUND-FLAG       PIC X(1).
          88 WS-NM-FOUND                    VALUE "Y".

      * Bank details: an IBAN must have the length its country
      * prescribes and pass the ISO 7064 mod-97 check, a BIC must be
      * 4 bank letters, 2 country letters, 2 location characters and
      * an optional 3-character branch.
       01 WS-IBAN-LENGTHS.
          05 FILLER PIC X(4) VALUE "AD24".
          05 FILLER PIC X(4) VALUE "AT20".
          05 FILLER PIC X(4) VALUE "BE16".
          05 FILLER PIC X(4) VALUE "BG22".
          05 FILLER PIC X(4) VALUE "CH21".
          05 FILLER PIC X(4) VALUE "CY28".
          05 FILLER PIC X(4) VALUE "CZ24".
          05 FILLER PIC X(4) VALUE "DE22".
          05 FILLER PIC X(4) VALUE "DK18".
          05 FILLER PIC X(4) VALUE "EE20".
          05 FILLER PIC X(4) VALUE "ES24".
          05 FILLER PIC X(4) VALUE "FI18".
          05 FILLER PIC X(4) VALUE "FR27".
          05 FILLER PIC X(4) VALUE "GB22".
          05 FILLER PIC X(4) VALUE "GR27".
          05 FILLER PIC X(4) VALUE "HR21".
          05 FILLER PIC X(4) VALUE "HU28".
          05 FILLER PIC X(4) VALUE "IE22".
          05 FILLER PIC X(4) VALUE "IS26".
          05 FILLER PIC X(4) VALUE "IT27".
          05 FILLER PIC X(4) VALUE "LI21".
          05 FILLER PIC X(4) VALUE "LT20".
          05 FILLER PIC X(4) VALUE "LU20".
          05 FILLER PIC X(4) VALUE "LV21".
          05 FILLER PIC X(4) VALUE "MC27".
          05 FILLER PIC X(4) VALUE "MT31".
          05 FILLER PIC X(4) VALUE "NL18".
          05 FILLER PIC X(4) VALUE "NO15".
          05 FILLER PIC X(4) VALUE "PL28".
          05 FILLER PIC X(4) VALUE "PT25".
          05 FILLER PIC X(4) VALUE "RO24".
          05 FILLER PIC X(4) VALUE "SE24".
          05 FILLER PIC X(4) VALUE "SI19".
          05 FILLER PIC X(4) VALUE "SK24".
          05 FILLER PIC X(4) VALUE "SM27".
       01 WS-IBAN-LENGTH-TAB REDEFINES WS-IBAN-LENGTHS.
          05 WS-IBAN-CTRY-ENTRY OCCURS 35 TIMES.
             10 WS-IBAN-CTRY-CODE  PIC X(2).
             10 WS-IBAN-CTRY-LEN   PIC 9(2).
       01 WS-IBAN-CTRY-COUNT     PIC 9(2) COMP VALUE 35.
       01 WS-IBAN-CTRY-IDX       PIC 9(2) COMP.
       01 WS-IBAN-CTRY-FOUND-FLAG PIC X(1).
          88 WS-IBAN-CTRY-FOUND             VALUE "Y".
       01 WS-IBAN-LEN            PIC 9(2) COMP.
       01 WS-IBAN-IDX            PIC 9(2) COMP.
       01 WS-IBAN-POS            PIC 9(2) COMP.
       01 WS-IBAN-CHAR           PIC X(1).
       01 WS-IBAN-DIGIT          PIC 9(1).
       01 WS-IBAN-LETTER-VALUE   PIC 9(2).
       01 WS-IBAN-REMAINDER      PIC 9(4).
       01 WS-IBAN-QUOTIENT       PIC 9(4).
       01 WS-BIC-LEN             PIC 9(2) COMP.
       01 WS-BIC-IDX             PIC 9(2) COMP.
       01 WS-BIC-CHAR            PIC X(1).
       01 WS-BANK-UPPER          PIC X(26)
                                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       01 LS-USER-NAME          PIC X(30).
       01 LS-GREETING           PIC X(50).
          88 LS-LOCALE-EN                    VALUE "EN".
       01 LS-AMOUNT             PIC S9(9)V99.
       01 LS-AMOUNT-WORDS       PIC X(200).
       01 LS-MATCH-NAME-1       PIC X(40).
       01 LS-MATCH-NAME-2       PIC X(40).
       01 LS-MATCH-SCORE        PIC 9(3).
       01 LS-IBAN               PIC X(34).
       01 LS-BIC                PIC X(11).
      * 00 valid (or no bank details at all), 01 IBAN country or
      * length, 02 IBAN characters, 03 IBAN check digits, 04 BIC
      * format, 05 IBAN without BIC or BIC without IBAN.
       01 LS-BANK-STATUS        PIC 9(2).

       PROCEDURE DIVISION USING LS-USER-NAME, LS-GREETING, LS-LOCALE.
       MAIN-PROCEDURE.
           END-IF
           GOBACK.

       ENTRY "NAME_MATCH" USING LS-MATCH-NAME-1, LS-MATCH-NAME-2,
            LS-MATCH-SCORE.
           MOVE 0 TO LS-MATCH-SCORE
           MOVE LS-MATCH-NAME-1 TO WS-NM-SOURCE
           PERFORM SPLIT-NAME-WORDS
           MOVE WS-NM-WORDS TO WS-NM-WORDS-1
           MOVE LS-MATCH-NAME-2 TO WS-NM-SOURCE
           PERFORM SPLIT-NAME-WORDS
           MOVE WS-NM-WORD-COUNT TO WS-NM2-COUNT
           PERFORM COPY-SECOND-WORD VARYING WS-NM-IDX-2 FROM 1 BY 1
              UNTIL WS-NM-IDX-2 > 8
           IF WS-NM1-COUNT > 0 AND WS-NM2-COUNT > 0
              MOVE 0 TO WS-NM-COMMON
              PERFORM MATCH-FIRST-WORD VARYING WS-NM-IDX-1 FROM 1 BY 1
                 UNTIL WS-NM-IDX-1 > WS-NM1-COUNT
              COMPUTE LS-MATCH-SCORE =
                 (200 * WS-NM-COMMON) / (WS-NM1-COUNT + WS-NM2-COUNT)
           END-IF
           GOBACK.

       ENTRY "BANK_ID_CHECK" USING LS-IBAN, LS-BIC, LS-BANK-STATUS.
           MOVE 0 TO LS-BANK-STATUS
           IF LS-IBAN NOT = SPACES OR LS-BIC NOT = SPACES
              IF LS-IBAN = SPACES OR LS-BIC = SPACES
                 MOVE 5 TO LS-BANK-STATUS
              ELSE
                 PERFORM CHECK-IBAN-FORMAT
                 IF LS-BANK-STATUS = 0
                    PERFORM CHECK-IBAN-MOD97
                 END-IF
                 IF LS-BANK-STATUS = 0
                    PERFORM CHECK-BIC-FORMAT
                 END-IF
              END-IF
           END-IF
           GOBACK.

       APPEND-MINUS-EN.
           STRING "minus " DELIMITED BY SIZE
              INTO LS-AMOUNT-WORDS
              END-EVALUATE
           END-IF.

       SPLIT-NAME-WORDS.
           MOVE SPACES TO WS-NM-CLEAN
           MOVE 1 TO WS-NM-IN-IDX
           MOVE 0 TO WS-NM-OUT-IDX
           INSPECT WS-NM-SOURCE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM FOLD-ONE-NAME-CHAR UNTIL WS-NM-IN-IDX > 40
           MOVE 0 TO WS-NM-WORD-COUNT
           MOVE SPACES TO WS-NM-WORD-TAB (1) WS-NM-WORD-TAB (2)
                          WS-NM-WORD-TAB (3) WS-NM-WORD-TAB (4)
                          WS-NM-WORD-TAB (5) WS-NM-WORD-TAB (6)
                          WS-NM-WORD-TAB (7) WS-NM-WORD-TAB (8)
           MOVE 1 TO WS-NM-PTR
           PERFORM TAKE-ONE-NAME-WORD UNTIL WS-NM-PTR > 40
              OR WS-NM-WORD-COUNT >= 8.

       FOLD-ONE-NAME-CHAR.
           MOVE WS-NM-SOURCE (WS-NM-IN-IDX:1) TO WS-NM-CHAR
           IF WS-NM-CHAR = X"C3" AND WS-NM-IN-IDX < 40
              ADD 1 TO WS-NM-IN-IDX
              MOVE WS-NM-SOURCE (WS-NM-IN-IDX:1) TO WS-NM-CHAR
              INSPECT WS-NM-CHAR CONVERTING WS-ACCENT-FROM
                 TO WS-ACCENT-TO
           END-IF
           IF (WS-NM-CHAR >= "A" AND WS-NM-CHAR <= "Z")
              OR (WS-NM-CHAR >= "0" AND WS-NM-CHAR <= "9")
              CONTINUE
           ELSE
              MOVE SPACE TO WS-NM-CHAR
           END-IF
           ADD 1 TO WS-NM-OUT-IDX
           MOVE WS-NM-CHAR TO WS-NM-CLEAN (WS-NM-OUT-IDX:1)
           ADD 1 TO WS-NM-IN-IDX.

       TAKE-ONE-NAME-WORD.
           MOVE SPACES TO WS-NM-WORD
           UNSTRING WS-NM-CLEAN DELIMITED BY ALL SPACE
              INTO WS-NM-WORD
              WITH POINTER WS-NM-PTR
           END-UNSTRING
           IF WS-NM-WORD NOT = SPACES
              ADD 1 TO WS-NM-WORD-COUNT
              MOVE WS-NM-WORD TO WS-NM-WORD-TAB (WS-NM-WORD-COUNT)
           END-IF.

       COPY-SECOND-WORD.
           MOVE WS-NM-WORD-TAB (WS-NM-IDX-2)
              TO WS-NM2-WORD (WS-NM-IDX-2)
           MOVE "N" TO WS-NM2-USED (WS-NM-IDX-2).

      * Each word of the second name can pair with only one word of
      * the first, so "JEAN JEAN" does not fully match "JEAN PAUL".
       MATCH-FIRST-WORD.
           MOVE "N" TO WS-NM-FOUND-FLAG
           PERFORM MATCH-SECOND-WORD VARYING WS-NM-IDX-2 FROM 1 BY 1
              UNTIL WS-NM-IDX-2 > WS-NM2-COUNT OR WS-NM-FOUND.

       MATCH-SECOND-WORD.
           IF WS-NM2-USED (WS-NM-IDX-2) = "N"
              AND WS-NM2-WORD (WS-NM-IDX-2) = WS-NM1-WORD (WS-NM-IDX-1)
              SET WS-NM-FOUND TO TRUE
              MOVE "Y" TO WS-NM2-USED (WS-NM-IDX-2)
              ADD 1 TO WS-NM-COMMON
           END-IF.

       CHECK-IBAN-FORMAT.
           MOVE 0 TO WS-IBAN-LEN
           INSPECT FUNCTION TRIM (LS-IBAN TRAILING)
              TALLYING WS-IBAN-LEN FOR CHARACTERS
           MOVE "N" TO WS-IBAN-CTRY-FOUND-FLAG
           PERFORM FIND-IBAN-COUNTRY
              VARYING WS-IBAN-CTRY-IDX FROM 1 BY 1
              UNTIL WS-IBAN-CTRY-IDX > WS-IBAN-CTRY-COUNT
                 OR WS-IBAN-CTRY-FOUND
           IF NOT WS-IBAN-CTRY-FOUND
              MOVE 1 TO LS-BANK-STATUS
           ELSE
              IF WS-IBAN-LEN NOT = WS-IBAN-CTRY-LEN (WS-IBAN-CTRY-IDX)
                 MOVE 1 TO LS-BANK-STATUS
              ELSE
                 IF LS-IBAN (3:2) IS NOT NUMERIC
                    MOVE 2 TO LS-BANK-STATUS
                 ELSE
                    PERFORM CHECK-IBAN-CHAR
                       VARYING WS-IBAN-IDX FROM 5 BY 1
                       UNTIL WS-IBAN-IDX > WS-IBAN-LEN
                 END-IF
              END-IF
           END-IF.

       FIND-IBAN-COUNTRY.
           IF LS-IBAN (1:2) = WS-IBAN-CTRY-CODE (WS-IBAN-CTRY-IDX)
              SET WS-IBAN-CTRY-FOUND TO TRUE
              SUBTRACT 1 FROM WS-IBAN-CTRY-IDX
           END-IF.

       CHECK-IBAN-CHAR.
           MOVE LS-IBAN (WS-IBAN-IDX:1) TO WS-IBAN-CHAR
           IF WS-IBAN-CHAR IS NOT NUMERIC
              AND (WS-IBAN-CHAR < "A" OR WS-IBAN-CHAR > "Z")
              MOVE 2 TO LS-BANK-STATUS
           END-IF.

      * The first four characters move to the end, letters count as
      * 10 to 35, and the number so formed must leave 1 modulo 97.
      * The remainder is carried character by character so the
      * number itself never has to be held.
       CHECK-IBAN-MOD97.
           MOVE 0 TO WS-IBAN-REMAINDER
           PERFORM ADD-IBAN-MOD97-CHAR
              VARYING WS-IBAN-IDX FROM 5 BY 1
              UNTIL WS-IBAN-IDX > WS-IBAN-LEN
           PERFORM ADD-IBAN-MOD97-CHAR
              VARYING WS-IBAN-IDX FROM 1 BY 1
              UNTIL WS-IBAN-IDX > 4
           IF WS-IBAN-REMAINDER NOT = 1
              MOVE 3 TO LS-BANK-STATUS
           END-IF.

       ADD-IBAN-MOD97-CHAR.
           MOVE LS-IBAN (WS-IBAN-IDX:1) TO WS-IBAN-CHAR
           IF WS-IBAN-CHAR IS NUMERIC
              MOVE WS-IBAN-CHAR TO WS-IBAN-DIGIT
              COMPUTE WS-IBAN-REMAINDER =
                 WS-IBAN-REMAINDER * 10 + WS-IBAN-DIGIT
           ELSE
              MOVE 0 TO WS-IBAN-POS
              INSPECT WS-BANK-UPPER TALLYING WS-IBAN-POS
                 FOR CHARACTERS BEFORE INITIAL WS-IBAN-CHAR
              COMPUTE WS-IBAN-LETTER-VALUE = WS-IBAN-POS + 10
              COMPUTE WS-IBAN-REMAINDER =
                 WS-IBAN-REMAINDER * 100 + WS-IBAN-LETTER-VALUE
           END-IF
           DIVIDE WS-IBAN-REMAINDER BY 97
              GIVING WS-IBAN-QUOTIENT REMAINDER WS-IBAN-REMAINDER.

       CHECK-BIC-FORMAT.
           MOVE 0 TO WS-BIC-LEN
           INSPECT FUNCTION TRIM (LS-BIC TRAILING)
              TALLYING WS-BIC-LEN FOR CHARACTERS
           IF WS-BIC-LEN NOT = 8 AND WS-BIC-LEN NOT = 11
              MOVE 4 TO LS-BANK-STATUS
           ELSE
              PERFORM CHECK-BIC-CHAR
                 VARYING WS-BIC-IDX FROM 1 BY 1
                 UNTIL WS-BIC-IDX > WS-BIC-LEN
           END-IF.

       CHECK-BIC-CHAR.
           MOVE LS-BIC (WS-BIC-IDX:1) TO WS-BIC-CHAR
           IF WS-BIC-IDX <= 6
              IF WS-BIC-CHAR < "A" OR WS-BIC-CHAR > "Z"
                 MOVE 4 TO LS-BANK-STATUS
              END-IF
           ELSE
              IF WS-BIC-CHAR IS NOT NUMERIC
                 AND (WS-BIC-CHAR < "A" OR WS-BIC-CHAR > "Z")
                 MOVE 4 TO LS-BANK-STATUS
              END-IF
           END-IF.

       SANITIZE-NAME.
           PERFORM SANITIZE-ONE-CHAR VARYING WS-SANITIZE-IDX FROM 1
               BY 1 UNTIL WS-SANITIZE-IDX > WS-NAME-LENGTH
