       01 WS-DIRTY-GREETING       PIC X(50).
       01 WS-DIRTY-EXPECTED       PIC X(50) VALUE "Bonjour, Jean X !".

       01 WS-MATCH-NAME-1         PIC X(40).
       01 WS-MATCH-NAME-2         PIC X(40).
       01 WS-MATCH-SCORE          PIC 9(3).

       01 WS-IBAN                 PIC X(34).
       01 WS-BIC                  PIC X(11).
       01 WS-BANK-STATUS          PIC 9(2).

       LINKAGE SECTION.
       01 LS-TEST-RESULT          PIC 9(1).

              MOVE 1 TO LS-TEST-RESULT
           END-IF

           DISPLAY "  Test de rapprochement de noms (accents, ordre)..."
           MOVE "Hélène Müller-Dupré" TO WS-MATCH-NAME-1
           MOVE "DUPRE, MULLER HELENE" TO WS-MATCH-NAME-2
           CALL "NAME_MATCH" USING WS-MATCH-NAME-1, WS-MATCH-NAME-2,
                                   WS-MATCH-SCORE
           IF WS-MATCH-SCORE = 100
              DISPLAY "  OK: Noms identiques reconnus"
           ELSE
              DISPLAY "  ÉCHEC: Score attendu 100, obtenu "
                      WS-MATCH-SCORE
              MOVE 1 TO LS-TEST-RESULT
           END-IF

           DISPLAY "  Test de rapprochement partiel..."
           MOVE "COMPTE CLIENT DURAND" TO WS-MATCH-NAME-1
           MOVE "DURAND" TO WS-MATCH-NAME-2
           CALL "NAME_MATCH" USING WS-MATCH-NAME-1, WS-MATCH-NAME-2,
                                   WS-MATCH-SCORE
           IF WS-MATCH-SCORE = 50
              DISPLAY "  OK: Score partiel correct"
           ELSE
              DISPLAY "  ÉCHEC: Score attendu 050, obtenu "
                      WS-MATCH-SCORE
              MOVE 1 TO LS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'IBAN et BIC valides..."
           MOVE "FR1420041010050500013M02606" TO WS-IBAN
           MOVE "BNPAFRPP" TO WS-BIC
           CALL "BANK_ID_CHECK" USING WS-IBAN, WS-BIC, WS-BANK-STATUS
           IF WS-BANK-STATUS = 0
              DISPLAY "  OK: Coordonnees bancaires acceptees"
           ELSE
              DISPLAY "  ÉCHEC: Code attendu 00, obtenu "
                      WS-BANK-STATUS
              MOVE 1 TO LS-TEST-RESULT
           END-IF

           DISPLAY "  Test de cle IBAN erronee..."
           MOVE "FR1420041010050500013M02607" TO WS-IBAN
           CALL "BANK_ID_CHECK" USING WS-IBAN, WS-BIC, WS-BANK-STATUS
           IF WS-BANK-STATUS = 3
              DISPLAY "  OK: Cle modulo 97 rejetee"
           ELSE
              DISPLAY "  ÉCHEC: Code attendu 03, obtenu "
                      WS-BANK-STATUS
              MOVE 1 TO LS-TEST-RESULT
           END-IF

           DISPLAY "  Test de longueur IBAN par pays..."
           MOVE "BE6853900754703" TO WS-IBAN
           MOVE "GEBABEBBXXX" TO WS-BIC
           CALL "BANK_ID_CHECK" USING WS-IBAN, WS-BIC, WS-BANK-STATUS
           IF WS-BANK-STATUS = 1
              DISPLAY "  OK: Longueur incorrecte rejetee"
           ELSE
              DISPLAY "  ÉCHEC: Code attendu 01, obtenu "
                      WS-BANK-STATUS
              MOVE 1 TO LS-TEST-RESULT
           END-IF

           DISPLAY "  Test de BIC mal forme..."
           MOVE "BE68539007547034" TO WS-IBAN
           MOVE "GEBA1EBB" TO WS-BIC
           CALL "BANK_ID_CHECK" USING WS-IBAN, WS-BIC, WS-BANK-STATUS
           IF WS-BANK-STATUS = 4
              DISPLAY "  OK: BIC mal forme rejete"
           ELSE
              DISPLAY "  ÉCHEC: Code attendu 04, obtenu "
                      WS-BANK-STATUS
              MOVE 1 TO LS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'IBAN sans BIC..."
           MOVE SPACES TO WS-BIC
           CALL "BANK_ID_CHECK" USING WS-IBAN, WS-BIC, WS-BANK-STATUS
           IF WS-BANK-STATUS = 5
              DISPLAY "  OK: Coordonnees incompletes rejetees"
           ELSE
              DISPLAY "  ÉCHEC: Code attendu 05, obtenu "
                      WS-BANK-STATUS
              MOVE 1 TO LS-TEST-RESULT
           END-IF

           GOBACK.
       END PROGRAM TEST_STRING_UTILS.
