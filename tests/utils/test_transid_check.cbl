       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST_TRANSID_CHECK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TEST-RESULT          PIC 9(1) VALUE 0.
       01 WS-ID-NUM               PIC 9(7).
       01 WS-TRANS-ID             PIC X(12).
       01 WS-ID-STATUS            PIC 9(2).

       LINKAGE SECTION.
       01 LS-TEST-RESULT          PIC 9(1).

       PROCEDURE DIVISION USING LS-TEST-RESULT.
       MAIN-PROCEDURE.
           DISPLAY "  Test de l'attribution d'un ID avec cle..."
           MOVE 1 TO WS-ID-NUM
           CALL "TRANSID_ISSUE" USING WS-ID-NUM, WS-TRANS-ID
           IF WS-TRANS-ID = "T00000018"
              DISPLAY "  OK: T0000001 recoit la cle 8"
           ELSE
              DISPLAY "  ECHEC: Attendu T00000018, obtenu " WS-TRANS-ID
              MOVE 1 TO WS-TEST-RESULT
           END-IF
           MOVE 1234567 TO WS-ID-NUM
           CALL "TRANSID_ISSUE" USING WS-ID-NUM, WS-TRANS-ID
           IF WS-TRANS-ID = "T12345674"
              DISPLAY "  OK: T1234567 recoit la cle 4"
           ELSE
              DISPLAY "  ECHEC: Attendu T12345674, obtenu " WS-TRANS-ID
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un ID correct..."
           CALL "TRANSID_CHECK" USING WS-TRANS-ID, WS-ID-STATUS
           IF WS-ID-STATUS = 0
              DISPLAY "  OK: ID accepte"
           ELSE
              DISPLAY "  ECHEC: ID correct refuse: " WS-ID-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un chiffre mal saisi..."
           MOVE "T12345774" TO WS-TRANS-ID
           CALL "TRANSID_CHECK" USING WS-TRANS-ID, WS-ID-STATUS
           IF WS-ID-STATUS = 8
              DISPLAY "  OK: Erreur de saisie detectee"
           ELSE
              DISPLAY "  ECHEC: Chiffre errone accepte: " WS-ID-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test de deux chiffres inverses..."
           MOVE "T12354674" TO WS-TRANS-ID
           CALL "TRANSID_CHECK" USING WS-TRANS-ID, WS-ID-STATUS
           IF WS-ID-STATUS = 8
              DISPLAY "  OK: Inversion detectee"
           ELSE
              DISPLAY "  ECHEC: Inversion acceptee: " WS-ID-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un ID ancien format..."
           MOVE "T0000123" TO WS-TRANS-ID
           CALL "TRANSID_CHECK" USING WS-TRANS-ID, WS-ID-STATUS
           IF WS-ID-STATUS = 4
              DISPLAY "  OK: ID ancien format reconnu"
           ELSE
              DISPLAY "  ECHEC: Ancien format: " WS-ID-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un ID mal forme..."
           MOVE "T00A0001" TO WS-TRANS-ID
           CALL "TRANSID_CHECK" USING WS-TRANS-ID, WS-ID-STATUS
           IF WS-ID-STATUS = 12
              DISPLAY "  OK: ID mal forme refuse"
           ELSE
              DISPLAY "  ECHEC: ID mal forme: " WS-ID-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF
           MOVE "T000000189" TO WS-TRANS-ID
           CALL "TRANSID_CHECK" USING WS-TRANS-ID, WS-ID-STATUS
           IF WS-ID-STATUS = 12
              DISPLAY "  OK: ID trop long refuse"
           ELSE
              DISPLAY "  ECHEC: ID trop long: " WS-ID-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           MOVE WS-TEST-RESULT TO LS-TEST-RESULT
           GOBACK.
       END PROGRAM TEST_TRANSID_CHECK.
