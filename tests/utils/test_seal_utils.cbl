       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST_SEAL_UTILS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE ASSIGN TO "seal_keys_test.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KEY-FILE.
       01 SEAL-KEY-RECORD.
           COPY SEALKEY.

       WORKING-STORAGE SECTION.
       01 WS-TEST-RESULT          PIC 9(1) VALUE 0.
       01 WS-CLEANUP-CMD          PIC X(80)
              VALUE "rm -f seal_keys_test.tmp".
       01 WS-PROTECT-CMD          PIC X(80)
              VALUE "chmod 600 seal_keys_test.tmp".
       01 WS-CLEANUP-RC           PIC S9(9) COMP-5.

       01 WS-PARTNER              PIC X(10).
       01 WS-SEAL-DATE            PIC X(8).
       01 WS-KEY-ID               PIC X(4).
       01 WS-SEAL-STATUS          PIC 9(2).
       01 WS-SEAL-LINE            PIC X(300).
       01 WS-SEAL-VALUE           PIC X(18).
       01 WS-FIRST-SEAL           PIC X(18).

       LINKAGE SECTION.
       01 LS-TEST-RESULT          PIC 9(1).

       PROCEDURE DIVISION USING LS-TEST-RESULT.
       MAIN-PROCEDURE.
           SET ENVIRONMENT "SEAL_KEYS_FILE" TO "seal_keys_test.tmp"
           CALL "SYSTEM" USING WS-CLEANUP-CMD
               RETURNING WS-CLEANUP-RC
           PERFORM WRITE-TEST-KEYS
           CALL "SYSTEM" USING WS-PROTECT-CMD
               RETURNING WS-CLEANUP-RC

           DISPLAY "  Test du scellement d'un fichier..."
           MOVE "PARTNERA" TO WS-PARTNER
           MOVE "20260715" TO WS-SEAL-DATE
           CALL "SEAL_OPEN" USING WS-PARTNER, WS-SEAL-DATE,
                                  WS-KEY-ID, WS-SEAL-STATUS
           PERFORM SEAL-TEST-LINES
           MOVE WS-SEAL-VALUE TO WS-FIRST-SEAL
           IF WS-SEAL-STATUS = 0 AND WS-KEY-ID = "A001"
              AND WS-SEAL-VALUE IS NUMERIC
              DISPLAY "  OK: Fichier scelle avec A001"
           ELSE
              DISPLAY "  ECHEC: Scellement"
              DISPLAY "    Obtenu: " WS-SEAL-STATUS " " WS-KEY-ID
                      " " WS-SEAL-VALUE
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test de la verification d'un fichier intact..."
           CALL "SEAL_VERIFY_OPEN" USING WS-PARTNER, WS-SEAL-DATE,
                                         WS-KEY-ID, WS-SEAL-STATUS
           PERFORM SEAL-TEST-LINES
           IF WS-SEAL-STATUS = 0 AND WS-SEAL-VALUE = WS-FIRST-SEAL
              DISPLAY "  OK: Scelle identique"
           ELSE
              DISPLAY "  ECHEC: Scelle recalcule different"
              DISPLAY "    Attendu: " WS-FIRST-SEAL
              DISPLAY "    Obtenu: " WS-SEAL-VALUE
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un fichier altere..."
           CALL "SEAL_VERIFY_OPEN" USING WS-PARTNER, WS-SEAL-DATE,
                                         WS-KEY-ID, WS-SEAL-STATUS
           MOVE "HDR20260715PARTNERA  0000001" TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE
           MOVE "T000000001 0000100.01" TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE
           CALL "SEAL_CLOSE" USING WS-SEAL-VALUE
           IF WS-SEAL-VALUE NOT = WS-FIRST-SEAL
              DISPLAY "  OK: Alteration detectee"
           ELSE
              DISPLAY "  ECHEC: Alteration non detectee"
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test de la rotation des cles..."
           MOVE "20260820" TO WS-SEAL-DATE
           CALL "SEAL_OPEN" USING WS-PARTNER, WS-SEAL-DATE,
                                  WS-KEY-ID, WS-SEAL-STATUS
           PERFORM SEAL-TEST-LINES
           IF WS-SEAL-STATUS = 0 AND WS-KEY-ID = "A002"
              AND WS-SEAL-VALUE NOT = WS-FIRST-SEAL
              DISPLAY "  OK: Nouvelle cle retenue"
           ELSE
              DISPLAY "  ECHEC: Nouvelle cle attendue"
              DISPLAY "    Obtenu: " WS-SEAL-STATUS " " WS-KEY-ID
              MOVE 1 TO WS-TEST-RESULT
           END-IF
           MOVE "A001" TO WS-KEY-ID
           CALL "SEAL_VERIFY_OPEN" USING WS-PARTNER, WS-SEAL-DATE,
                                         WS-KEY-ID, WS-SEAL-STATUS
           PERFORM SEAL-TEST-LINES
           IF WS-SEAL-STATUS = 0
              DISPLAY "  OK: Ancienne cle acceptee pendant la releve"
           ELSE
              DISPLAY "  ECHEC: Ancienne cle refusee"
              DISPLAY "    Obtenu: " WS-SEAL-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF
           MOVE "20260901" TO WS-SEAL-DATE
           CALL "SEAL_VERIFY_OPEN" USING WS-PARTNER, WS-SEAL-DATE,
                                         WS-KEY-ID, WS-SEAL-STATUS
           PERFORM SEAL-TEST-LINES
           IF WS-SEAL-STATUS = 8 AND WS-SEAL-VALUE = SPACES
              DISPLAY "  OK: Cle expiree refusee"
           ELSE
              DISPLAY "  ECHEC: Cle expiree acceptee"
              DISPLAY "    Obtenu: " WS-SEAL-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un partenaire sans cle..."
           MOVE "PARTNERB" TO WS-PARTNER
           CALL "SEAL_OPEN" USING WS-PARTNER, WS-SEAL-DATE,
                                  WS-KEY-ID, WS-SEAL-STATUS
           PERFORM SEAL-TEST-LINES
           IF WS-SEAL-STATUS = 4 AND WS-SEAL-VALUE = SPACES
              DISPLAY "  OK: Fichier non scelle"
           ELSE
              DISPLAY "  ECHEC: Partenaire sans cle"
              DISPLAY "    Obtenu: " WS-SEAL-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un fichier de cles absent..."
           CALL "SYSTEM" USING WS-CLEANUP-CMD
               RETURNING WS-CLEANUP-RC
           CANCEL "SEAL_UTILS"
           MOVE "PARTNERA" TO WS-PARTNER
           MOVE "20260715" TO WS-SEAL-DATE
           MOVE "A001" TO WS-KEY-ID
           CALL "SEAL_VERIFY_OPEN" USING WS-PARTNER, WS-SEAL-DATE,
                                         WS-KEY-ID, WS-SEAL-STATUS
           PERFORM SEAL-TEST-LINES
           IF WS-SEAL-STATUS = 12 AND WS-SEAL-VALUE = SPACES
              DISPLAY "  OK: Fichier de cles absent refuse"
           ELSE
              DISPLAY "  ECHEC: Fichier de cles absent accepte"
              DISPLAY "    Obtenu: " WS-SEAL-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF
           CANCEL "SEAL_UTILS"

           MOVE WS-TEST-RESULT TO LS-TEST-RESULT
           GOBACK.

      * A001 runs until 31/08, A002 takes over on 15/08.
       WRITE-TEST-KEYS.
           OPEN OUTPUT KEY-FILE
           MOVE SPACES TO SEAL-KEY-RECORD
           MOVE "PARTNERA" TO SK-PARTNER
           MOVE "A001" TO SK-KEY-ID
           MOVE 20260101 TO SK-VALID-FROM
           MOVE 20260831 TO SK-VALID-TO
           MOVE "K8D2WQ7ZP4MX1TBN9VCR6HJ3LAE5SGYF" TO SK-KEY
           WRITE SEAL-KEY-RECORD
           MOVE "A002" TO SK-KEY-ID
           MOVE 20260815 TO SK-VALID-FROM
           MOVE 0 TO SK-VALID-TO
           MOVE "Z3NC8RV1QW6TK9XM2PBH5JL7DA4EFGSY" TO SK-KEY
           WRITE SEAL-KEY-RECORD
           CLOSE KEY-FILE.

       SEAL-TEST-LINES.
           MOVE "HDR20260715PARTNERA  0000001" TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE
           MOVE "T000000001 0000100.00" TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE
           CALL "SEAL_CLOSE" USING WS-SEAL-VALUE.
       END PROGRAM TEST_SEAL_UTILS.
