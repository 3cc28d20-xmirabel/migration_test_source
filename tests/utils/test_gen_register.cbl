       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST_GEN_REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "profile_test.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-TEST-RESULT          PIC 9(1) VALUE 0.
       01 WS-CLEANUP-CMD.
          05 FILLER               PIC X(45)
              VALUE "rm -f profile_test.tmp gen_register_test.tmp ".
          05 FILLER               PIC X(35)
              VALUE "gen_report-TESTGEN-20260715.txt".
       01 WS-CLEANUP-RC           PIC S9(9) COMP-5.

       01 WS-GENERATOR            PIC X(10)   VALUE "TESTGEN".
       01 WS-GEN-DATE             PIC X(8)    VALUE "20260715".
       01 WS-ITEM-KEY             PIC X(60).
       01 WS-GEN-STATUS           PIC 9(2).
       01 WS-SKIPPED-COUNT        PIC 9(5).

       LINKAGE SECTION.
       01 LS-TEST-RESULT          PIC 9(1).

       PROCEDURE DIVISION USING LS-TEST-RESULT.
       MAIN-PROCEDURE.
           SET ENVIRONMENT "PROFILE_FILE" TO "profile_test.tmp"
           SET ENVIRONMENT "GEN_REGISTER_FILE"
               TO "gen_register_test.tmp"
           SET ENVIRONMENT "GEN_FORCE" TO "N"
           CALL "SYSTEM" USING WS-CLEANUP-CMD
               RETURNING WS-CLEANUP-RC
           PERFORM WRITE-TEST-PROFILES

           DISPLAY "  Test d'une premiere generation..."
           CALL "GEN_REGISTER_OPEN" USING WS-GENERATOR, WS-GEN-DATE,
                                          WS-GEN-STATUS
           MOVE "ORDRE-A" TO WS-ITEM-KEY
           CALL "GEN_REGISTER" USING WS-ITEM-KEY, WS-GEN-STATUS
           IF WS-GEN-STATUS = 0
              DISPLAY "  OK: Element nouveau"
              CALL "GEN_REGISTER_NOTE" USING WS-ITEM-KEY
           ELSE
              DISPLAY "  ECHEC: Element nouveau attendu"
              DISPLAY "    Obtenu: " WS-GEN-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF
           CALL "GEN_REGISTER_CLOSE" USING WS-SKIPPED-COUNT

           DISPLAY "  Test d'une reprise de la meme date..."
           CALL "GEN_REGISTER_OPEN" USING WS-GENERATOR, WS-GEN-DATE,
                                          WS-GEN-STATUS
           CALL "GEN_REGISTER" USING WS-ITEM-KEY, WS-GEN-STATUS
           MOVE "ORDRE-B" TO WS-ITEM-KEY
           CALL "GEN_REGISTER" USING WS-ITEM-KEY, WS-GEN-STATUS
           CALL "GEN_REGISTER_CLOSE" USING WS-SKIPPED-COUNT
           IF WS-SKIPPED-COUNT = 1 AND WS-GEN-STATUS = 0
              DISPLAY "  OK: Element deja genere ignore"
           ELSE
              DISPLAY "  ECHEC: Reprise"
              DISPLAY "    Attendu: 1 ignore, 00"
              DISPLAY "    Obtenu: " WS-SKIPPED-COUNT ", "
                      WS-GEN-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un forcage par un operateur..."
           SET ENVIRONMENT "GEN_FORCE" TO "Y"
           SET ENVIRONMENT "APP_USER" TO "jdupont"
           CALL "GEN_REGISTER_OPEN" USING WS-GENERATOR, WS-GEN-DATE,
                                          WS-GEN-STATUS
           IF WS-GEN-STATUS = 12
              DISPLAY "  OK: Forcage refuse"
           ELSE
              DISPLAY "  ECHEC: Forcage par un operateur accepte"
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un forcage par un superviseur..."
           SET ENVIRONMENT "APP_USER" TO "mmartin"
           CALL "GEN_REGISTER_OPEN" USING WS-GENERATOR, WS-GEN-DATE,
                                          WS-GEN-STATUS
           MOVE "ORDRE-A" TO WS-ITEM-KEY
           CALL "GEN_REGISTER" USING WS-ITEM-KEY, WS-GEN-STATUS
           CALL "GEN_REGISTER_CLOSE" USING WS-SKIPPED-COUNT
           IF WS-GEN-STATUS = 2
              DISPLAY "  OK: Regeneration forcee"
           ELSE
              DISPLAY "  ECHEC: Regeneration forcee attendue"
              DISPLAY "    Obtenu: " WS-GEN-STATUS
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           SET ENVIRONMENT "GEN_FORCE" TO "N"
           CALL "SYSTEM" USING WS-CLEANUP-CMD
               RETURNING WS-CLEANUP-RC
           MOVE WS-TEST-RESULT TO LS-TEST-RESULT
           GOBACK.

      * jdupont is an operator, mmartin a supervisor.
       WRITE-TEST-PROFILES.
           OPEN OUTPUT PROFILE-FILE
           MOVE "jdupont" TO PRF-USER-ID
           MOVE "Jean Dupont" TO PRF-FULL-NAME
           MOVE "COMPTA" TO PRF-DEPARTMENT
           MOVE "O" TO PRF-ROLE
           WRITE PROFILE-RECORD
           MOVE "mmartin" TO PRF-USER-ID
           MOVE "Marie Martin" TO PRF-FULL-NAME
           MOVE "RISQUES" TO PRF-DEPARTMENT
           MOVE "S" TO PRF-ROLE
           WRITE PROFILE-RECORD
           CLOSE PROFILE-FILE.
       END PROGRAM TEST_GEN_REGISTER.
