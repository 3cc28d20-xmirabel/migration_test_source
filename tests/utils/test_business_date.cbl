       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST_BUSINESS_DATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TEST-RESULT          PIC 9(1) VALUE 0.
       01 WS-CLEANUP-CMD          PIC X(40)
                              VALUE "rm -f business_date_test.tmp".
       01 WS-CLEANUP-RC           PIC S9(9) COMP-5.

       01 WS-BUSINESS-DATE        PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1).
       01 WS-CLOSED-DATE          PIC X(8) VALUE "20260807".
       01 WS-NEXT-DATE            PIC X(8).
       01 WS-EXPECTED-NEXT        PIC X(8) VALUE "20260810".
       01 WS-ADVANCE-STATUS       PIC 9(2).

       LINKAGE SECTION.
       01 LS-TEST-RESULT          PIC 9(1).

       PROCEDURE DIVISION USING LS-TEST-RESULT.
       MAIN-PROCEDURE.
           SET ENVIRONMENT "BUSINESS_DATE_FILE"
               TO "business_date_test.tmp"
           CALL "SYSTEM" USING WS-CLEANUP-CMD
               RETURNING WS-CLEANUP-RC

           DISPLAY "  Test de repli sur l'horloge (fichier absent)..."
           CALL "BUSINESS_DATE" USING WS-BUSINESS-DATE, WS-DATE-SOURCE
           IF WS-DATE-SOURCE = "H" AND WS-BUSINESS-DATE NUMERIC
              DISPLAY "  OK: Repli signale"
           ELSE
              DISPLAY "  ECHEC: Repli non signale"
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'avance a la cloture (vendredi)..."
           CALL "BUSINESS_DATE_ADVANCE" USING WS-CLOSED-DATE,
                                               WS-NEXT-DATE,
                                               WS-ADVANCE-STATUS
           IF WS-ADVANCE-STATUS = 0 AND WS-NEXT-DATE = WS-EXPECTED-NEXT
              DISPLAY "  OK: Date comptable avancee au lundi"
           ELSE
              DISPLAY "  ECHEC: Avance incorrecte"
              DISPLAY "    Attendu: " WS-EXPECTED-NEXT
              DISPLAY "    Obtenu: " WS-NEXT-DATE
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test de lecture apres avance..."
           CALL "BUSINESS_DATE" USING WS-BUSINESS-DATE, WS-DATE-SOURCE
           IF WS-DATE-SOURCE = "C"
              AND WS-BUSINESS-DATE = WS-EXPECTED-NEXT
              DISPLAY "  OK: Date du fichier de controle"
           ELSE
              DISPLAY "  ECHEC: Date lue incorrecte"
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test de recloture d'une journee passee..."
           CALL "BUSINESS_DATE_ADVANCE" USING WS-CLOSED-DATE,
                                               WS-NEXT-DATE,
                                               WS-ADVANCE-STATUS
           IF WS-ADVANCE-STATUS = 4 AND WS-NEXT-DATE = WS-EXPECTED-NEXT
              DISPLAY "  OK: Date comptable inchangee"
           ELSE
              DISPLAY "  ECHEC: La date comptable a bouge"
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           CALL "SYSTEM" USING WS-CLEANUP-CMD
               RETURNING WS-CLEANUP-RC
           MOVE WS-TEST-RESULT TO LS-TEST-RESULT
           GOBACK.
       END PROGRAM TEST_BUSINESS_DATE.
