       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEAL_UTILS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE ASSIGN TO DYNAMIC WS-KEY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-STATUS.

           SELECT MODE-FILE ASSIGN TO DYNAMIC WS-MODE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KEY-FILE.
       01 SEAL-KEY-RECORD.
           COPY SEALKEY.

       FD MODE-FILE.
       01 MODE-RECORD             PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-KEY-FILENAME         PIC X(100)
                                     VALUE "seal_keys.dat".
       01 WS-KEY-STATUS           PIC X(2).
       01 WS-KEY-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-KEY-EOF                       VALUE "Y".
       01 WS-MODE-FILENAME        PIC X(100)
                                     VALUE "seal_keys.mode".
       01 WS-MODE-STATUS          PIC X(2).
       01 WS-MODE-TEXT            PIC X(10).
       01 WS-MODE-LEN             PIC 9(2).
       01 WS-DELETE-RESULT        PIC S9(9) COMP-5.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.

      * The key file is read once per run.  It must exist and be
      * closed to group and others; a key file anyone can read
      * proves nothing, so nothing is sealed or verified with it.
      * A missing or unreadable key file is refused the same way:
      * taken for "no partner holds a key", it would let unsealed
      * and altered feeds through.  A shop that seals nothing keeps
      * a key file with no keys in it.
       01 WS-LOADED-FLAG          PIC X(1)    VALUE "N".
          88 WS-KEYS-LOADED                   VALUE "Y".
       01 WS-PROTECTED-FLAG       PIC X(1)    VALUE "Y".
          88 WS-KEYS-PROTECTED                VALUE "Y".
       01 WS-KEY-TABLE.
          05 WS-KT-ENTRY OCCURS 200 TIMES.
             10 WS-KT-PARTNER        PIC X(10).
             10 WS-KT-KEY-ID         PIC X(4).
             10 WS-KT-FROM           PIC 9(8).
             10 WS-KT-TO             PIC 9(8).
             10 WS-KT-KEY            PIC X(32).
       01 WS-KT-USED              PIC 9(3)    VALUE 0.
       01 WS-KT-MAX               PIC 9(3)    VALUE 200.
       01 WS-KT-IDX               PIC 9(3).
       01 WS-KT-HIT               PIC 9(3)    VALUE 0.
       01 WS-KT-HIT-FROM          PIC 9(8).
       01 WS-PARTNER-SEEN-FLAG    PIC X(1)    VALUE "N".
          88 WS-PARTNER-SEEN                  VALUE "Y".

       01 WS-SEAL-DATE-NUM        PIC 9(8).
       01 WS-ACTIVE-FLAG          PIC X(1)    VALUE "N".
          88 WS-SEAL-ACTIVE                   VALUE "Y".
       01 WS-ACTIVE-KEY           PIC X(32).

      * Two running remainders over the key, every line and the line
      * ends, then a second pass of the key over the first result:
      * the 18-digit seal cannot be rebuilt without the key.
       01 WS-ACC-1                PIC 9(18) COMP-5.
       01 WS-ACC-2                PIC 9(18) COMP-5.
       01 WS-INNER-1              PIC 9(9).
       01 WS-INNER-2              PIC 9(9).
       01 WS-INNER-TEXT           PIC X(18).
       01 WS-OUTER-1              PIC 9(9).
       01 WS-OUTER-2              PIC 9(9).
       01 WS-ABSORB-TEXT          PIC X(300).
       01 WS-ABSORB-LEN           PIC 9(4) COMP-5.
       01 WS-ABSORB-IDX           PIC 9(4) COMP-5.
       01 WS-ABSORB-BYTE          PIC 9(5) COMP-5.

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "SEAL_UTILS".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

       LINKAGE SECTION.
       01 LS-SEAL-LINE            PIC X(300).
       01 LS-PARTNER              PIC X(10).
       01 LS-SEAL-DATE            PIC X(8).
       01 LS-KEY-ID               PIC X(4).
       01 LS-SEAL-STATUS          PIC 9(2).
          88 LS-SEAL-OK                       VALUE 0.
          88 LS-SEAL-NO-KEY                   VALUE 4.
          88 LS-SEAL-BAD-KEY                  VALUE 8.
          88 LS-SEAL-UNPROTECTED              VALUE 12.
       01 LS-SEAL-VALUE           PIC X(18).

      * Adds one line of the file to the seal opened by SEAL_OPEN or
      * SEAL_VERIFY_OPEN.  Trailing spaces are not part of the line,
      * as they do not survive a line-sequential write.
       PROCEDURE DIVISION USING LS-SEAL-LINE.
       MAIN-PROCEDURE.
           IF WS-SEAL-ACTIVE
              IF LS-SEAL-LINE = SPACES
                 MOVE 0 TO WS-ABSORB-LEN
              ELSE
                 MOVE LS-SEAL-LINE TO WS-ABSORB-TEXT
                 COMPUTE WS-ABSORB-LEN = FUNCTION LENGTH
                    (FUNCTION TRIM (LS-SEAL-LINE TRAILING))
              END-IF
              PERFORM ABSORB-TEXT
              MOVE X"0A" TO WS-ABSORB-TEXT
              MOVE 1 TO WS-ABSORB-LEN
              PERFORM ABSORB-TEXT
           END-IF
           GOBACK.

      * Starts the seal of an outbound file with the partner's key in
      * force on the date, handed back so the trailer can name it.
      * Status 0 sealing, 4 the partner has no key (the file goes out
      * unsealed), 12 the key file is missing, unreadable or not
      * protected.
       ENTRY "SEAL_OPEN" USING LS-PARTNER, LS-SEAL-DATE, LS-KEY-ID,
            LS-SEAL-STATUS.
           PERFORM LOAD-SEAL-KEYS
           MOVE SPACES TO LS-KEY-ID
           MOVE "N" TO WS-ACTIVE-FLAG
           IF NOT WS-KEYS-PROTECTED
              SET LS-SEAL-UNPROTECTED TO TRUE
              GOBACK
           END-IF
           PERFORM SET-SEAL-DATE
           MOVE 0 TO WS-KT-HIT
           MOVE 0 TO WS-KT-HIT-FROM
           MOVE "N" TO WS-PARTNER-SEEN-FLAG
           PERFORM PICK-KEY-IN-FORCE
              VARYING WS-KT-IDX FROM 1 BY 1
              UNTIL WS-KT-IDX > WS-KT-USED
           IF WS-KT-HIT = 0
              SET LS-SEAL-NO-KEY TO TRUE
              GOBACK
           END-IF
           MOVE WS-KT-KEY-ID (WS-KT-HIT) TO LS-KEY-ID
           PERFORM START-SEAL
           SET LS-SEAL-OK TO TRUE
           GOBACK.

      * Starts checking an inbound file against the key its trailer
      * names.  Status 0 checking, 4 the partner has no key at all
      * (unsealed partner), 8 the key is unknown or not in force on
      * the file's date, 12 the key file is missing, unreadable or
      * not protected.
       ENTRY "SEAL_VERIFY_OPEN" USING LS-PARTNER, LS-SEAL-DATE,
            LS-KEY-ID, LS-SEAL-STATUS.
           PERFORM LOAD-SEAL-KEYS
           MOVE "N" TO WS-ACTIVE-FLAG
           IF NOT WS-KEYS-PROTECTED
              SET LS-SEAL-UNPROTECTED TO TRUE
              GOBACK
           END-IF
           PERFORM SET-SEAL-DATE
           MOVE 0 TO WS-KT-HIT
           MOVE "N" TO WS-PARTNER-SEEN-FLAG
           PERFORM PICK-NAMED-KEY
              VARYING WS-KT-IDX FROM 1 BY 1
              UNTIL WS-KT-IDX > WS-KT-USED
           IF NOT WS-PARTNER-SEEN
              SET LS-SEAL-NO-KEY TO TRUE
              GOBACK
           END-IF
           IF WS-KT-HIT = 0
              SET LS-SEAL-BAD-KEY TO TRUE
              GOBACK
           END-IF
           PERFORM START-SEAL
           SET LS-SEAL-OK TO TRUE
           GOBACK.

      * Ends the seal and hands back its 18 digits; spaces when no
      * seal was open.
       ENTRY "SEAL_CLOSE" USING LS-SEAL-VALUE.
           MOVE SPACES TO LS-SEAL-VALUE
           IF WS-SEAL-ACTIVE
              COMPUTE WS-INNER-1 = FUNCTION MOD (WS-ACC-1, 999999937)
              COMPUTE WS-INNER-2 = FUNCTION MOD (WS-ACC-2, 999999929)
              STRING WS-INNER-1 DELIMITED BY SIZE
                     WS-INNER-2 DELIMITED BY SIZE
                     INTO WS-INNER-TEXT
              END-STRING
              MOVE 0 TO WS-ACC-1
              MOVE 0 TO WS-ACC-2
              PERFORM ABSORB-ACTIVE-KEY
              MOVE WS-INNER-TEXT TO WS-ABSORB-TEXT
              MOVE 18 TO WS-ABSORB-LEN
              PERFORM ABSORB-TEXT
              COMPUTE WS-OUTER-1 = FUNCTION MOD (WS-ACC-1, 999999937)
              COMPUTE WS-OUTER-2 = FUNCTION MOD (WS-ACC-2, 999999929)
              STRING WS-OUTER-1 DELIMITED BY SIZE
                     WS-OUTER-2 DELIMITED BY SIZE
                     INTO LS-SEAL-VALUE
              END-STRING
              MOVE "N" TO WS-ACTIVE-FLAG
              MOVE SPACES TO WS-ACTIVE-KEY
           END-IF
           GOBACK.

       SET-SEAL-DATE.
           IF LS-SEAL-DATE NUMERIC
              MOVE LS-SEAL-DATE TO WS-SEAL-DATE-NUM
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SEAL-DATE-NUM
           END-IF.

      * Of the partner's keys in force on the date, the one that
      * took over last.
       PICK-KEY-IN-FORCE.
           IF WS-KT-PARTNER (WS-KT-IDX) = LS-PARTNER
              SET WS-PARTNER-SEEN TO TRUE
              IF WS-KT-FROM (WS-KT-IDX) <= WS-SEAL-DATE-NUM
                 AND (WS-KT-TO (WS-KT-IDX) = 0
                      OR WS-KT-TO (WS-KT-IDX) >= WS-SEAL-DATE-NUM)
                 AND WS-KT-FROM (WS-KT-IDX) >= WS-KT-HIT-FROM
                 MOVE WS-KT-IDX TO WS-KT-HIT
                 MOVE WS-KT-FROM (WS-KT-IDX) TO WS-KT-HIT-FROM
              END-IF
           END-IF.

       PICK-NAMED-KEY.
           IF WS-KT-PARTNER (WS-KT-IDX) = LS-PARTNER
              SET WS-PARTNER-SEEN TO TRUE
              IF WS-KT-KEY-ID (WS-KT-IDX) = LS-KEY-ID
                 AND LS-KEY-ID NOT = SPACES
                 AND WS-KT-FROM (WS-KT-IDX) <= WS-SEAL-DATE-NUM
                 AND (WS-KT-TO (WS-KT-IDX) = 0
                      OR WS-KT-TO (WS-KT-IDX) >= WS-SEAL-DATE-NUM)
                 MOVE WS-KT-IDX TO WS-KT-HIT
              END-IF
           END-IF.

       START-SEAL.
           MOVE WS-KT-KEY (WS-KT-HIT) TO WS-ACTIVE-KEY
           MOVE 0 TO WS-ACC-1
           MOVE 0 TO WS-ACC-2
           PERFORM ABSORB-ACTIVE-KEY
           SET WS-SEAL-ACTIVE TO TRUE.

       ABSORB-ACTIVE-KEY.
           MOVE WS-ACTIVE-KEY TO WS-ABSORB-TEXT
           MOVE 32 TO WS-ABSORB-LEN
           PERFORM ABSORB-TEXT.

       ABSORB-TEXT.
           PERFORM ABSORB-ONE-BYTE
              VARYING WS-ABSORB-IDX FROM 1 BY 1
              UNTIL WS-ABSORB-IDX > WS-ABSORB-LEN.

       ABSORB-ONE-BYTE.
           COMPUTE WS-ABSORB-BYTE =
              FUNCTION ORD (WS-ABSORB-TEXT (WS-ABSORB-IDX:1))
           COMPUTE WS-ACC-1 =
              FUNCTION MOD (WS-ACC-1 * 31 + WS-ABSORB-BYTE,
                            999999937)
           COMPUTE WS-ACC-2 =
              FUNCTION MOD (WS-ACC-2 * 37 + WS-ABSORB-BYTE,
                            999999929).

      * SEAL_KEYS_FILE names another key file (tests, rehearsals).
      * The permission bits come from the system; anything but
      * owner-only access marks the file unprotected and raises a
      * SEVERE alert once per run.  A key file that cannot be opened
      * is treated the same way.
       LOAD-SEAL-KEYS.
           IF NOT WS-KEYS-LOADED
              SET WS-KEYS-LOADED TO TRUE
              ACCEPT WS-KEY-FILENAME FROM ENVIRONMENT "SEAL_KEYS_FILE"
              IF WS-KEY-FILENAME = SPACES
                 MOVE "seal_keys.dat" TO WS-KEY-FILENAME
              END-IF
              MOVE 0 TO WS-KT-USED
              MOVE "N" TO WS-KEY-EOF-FLAG
              OPEN INPUT KEY-FILE
              IF WS-KEY-STATUS = "00"
                 PERFORM READ-KEY-RECORD
                 PERFORM LOAD-ONE-KEY UNTIL WS-KEY-EOF
                 CLOSE KEY-FILE
                 PERFORM CHECK-KEY-FILE-MODE
              ELSE
                 PERFORM REFUSE-MISSING-KEY-FILE
              END-IF
           END-IF.

       REFUSE-MISSING-KEY-FILE.
           MOVE "N" TO WS-PROTECTED-FLAG
           MOVE "SEVERE" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "FICHIER DES CLES DE SCELLEMENT ILLISIBLE ("
                     DELIMITED BY SIZE
                  WS-KEY-STATUS DELIMITED BY SIZE
                  "): "         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-KEY-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
           END-STRING
           CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                   WS-ALERT-SEVERITY,
                                   WS-ALERT-TEXT.

       READ-KEY-RECORD.
           READ KEY-FILE
              AT END
                 SET WS-KEY-EOF TO TRUE
           END-READ.

       LOAD-ONE-KEY.
           IF SK-PARTNER NOT = SPACES
              AND SK-PARTNER (1:1) NOT = "*"
              AND SK-KEY NOT = SPACES
              AND SK-VALID-FROM NUMERIC
              AND WS-KT-USED < WS-KT-MAX
              ADD 1 TO WS-KT-USED
              MOVE SK-PARTNER TO WS-KT-PARTNER (WS-KT-USED)
              MOVE SK-KEY-ID TO WS-KT-KEY-ID (WS-KT-USED)
              MOVE SK-VALID-FROM TO WS-KT-FROM (WS-KT-USED)
              IF SK-VALID-TO NUMERIC
                 MOVE SK-VALID-TO TO WS-KT-TO (WS-KT-USED)
              ELSE
                 MOVE 0 TO WS-KT-TO (WS-KT-USED)
              END-IF
              MOVE SK-KEY TO WS-KT-KEY (WS-KT-USED)
           END-IF
           PERFORM READ-KEY-RECORD.

       CHECK-KEY-FILE-MODE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "stat -c %a " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-KEY-FILENAME) DELIMITED BY SIZE
                  " > "         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MODE-FILENAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE SPACES TO WS-MODE-TEXT
           OPEN INPUT MODE-FILE
           IF WS-MODE-STATUS = "00"
              READ MODE-FILE
                 NOT AT END
                    MOVE MODE-RECORD TO WS-MODE-TEXT
              END-READ
              CLOSE MODE-FILE
              CALL "CBL_DELETE_FILE" USING WS-MODE-FILENAME
                 RETURNING WS-DELETE-RESULT
           END-IF
           MOVE 0 TO WS-MODE-LEN
           IF WS-MODE-TEXT NOT = SPACES
              COMPUTE WS-MODE-LEN = FUNCTION LENGTH
                 (FUNCTION TRIM (WS-MODE-TEXT))
           END-IF
           IF WS-MODE-LEN < 3
              MOVE "N" TO WS-PROTECTED-FLAG
           ELSE
              IF WS-MODE-TEXT (WS-MODE-LEN - 1:2) NOT = "00"
                 MOVE "N" TO WS-PROTECTED-FLAG
              END-IF
           END-IF
           IF NOT WS-KEYS-PROTECTED
              MOVE "SEVERE" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "FICHIER DES CLES DE SCELLEMENT NON PROTEGE: "
                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-KEY-FILENAME)
                        DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                      WS-ALERT-SEVERITY,
                                      WS-ALERT-TEXT
           END-IF.
       END PROGRAM SEAL_UTILS.
