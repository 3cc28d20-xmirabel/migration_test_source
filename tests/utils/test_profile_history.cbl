       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST_PROFILE_HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "profile_test.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "profile_history_test.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY PRFHIST.

       WORKING-STORAGE SECTION.
       01 WS-TEST-RESULT          PIC 9(1) VALUE 0.
       01 WS-CLEANUP-CMD          PIC X(60)
              VALUE "rm -f profile_test.tmp profile_history_test.tmp".
       01 WS-CLEANUP-RC           PIC S9(9) COMP-5.

       01 WS-USER                 PIC X(30).
       01 WS-AS-OF-DATE           PIC X(8).
       01 WS-DEPARTMENT           PIC X(10).
       01 WS-ROLE                 PIC X(1).
       01 WS-HIST-STATUS          PIC 9(2).

       LINKAGE SECTION.
       01 LS-TEST-RESULT          PIC 9(1).

       PROCEDURE DIVISION USING LS-TEST-RESULT.
       MAIN-PROCEDURE.
           SET ENVIRONMENT "PROFILE_FILE" TO "profile_test.tmp"
           SET ENVIRONMENT "PROFILE_HISTORY_FILE"
               TO "profile_history_test.tmp"
           PERFORM WRITE-TEST-FILES

           DISPLAY "  Test d'un departement avant mutation..."
           MOVE "jdupont" TO WS-USER
           MOVE "20260310" TO WS-AS-OF-DATE
           CALL "PROFILE_HISTORY" USING WS-USER, WS-AS-OF-DATE,
                                        WS-DEPARTMENT, WS-ROLE,
                                        WS-HIST-STATUS
           IF WS-HIST-STATUS = 0 AND WS-DEPARTMENT = "TRESOR"
              DISPLAY "  OK: Departement d'origine"
           ELSE
              DISPLAY "  ECHEC: Departement avant mutation"
              DISPLAY "    Attendu: TRESOR"
              DISPLAY "    Obtenu: " WS-DEPARTMENT
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test du jour de la mutation (nom complet)..."
           MOVE "Jean Dupont" TO WS-USER
           MOVE "20260401" TO WS-AS-OF-DATE
           CALL "PROFILE_HISTORY" USING WS-USER, WS-AS-OF-DATE,
                                        WS-DEPARTMENT, WS-ROLE,
                                        WS-HIST-STATUS
           IF WS-HIST-STATUS = 0 AND WS-DEPARTMENT = "COMPTA"
              AND WS-ROLE = "S"
              DISPLAY "  OK: Nouveau departement et role"
           ELSE
              DISPLAY "  ECHEC: Departement a la date d'effet"
              DISPLAY "    Attendu: COMPTA S"
              DISPLAY "    Obtenu: " WS-DEPARTMENT " " WS-ROLE
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un utilisateur sans historique..."
           MOVE "mmartin" TO WS-USER
           MOVE "20260310" TO WS-AS-OF-DATE
           CALL "PROFILE_HISTORY" USING WS-USER, WS-AS-OF-DATE,
                                        WS-DEPARTMENT, WS-ROLE,
                                        WS-HIST-STATUS
           IF WS-HIST-STATUS = 4 AND WS-DEPARTMENT = "RISQUES"
              DISPLAY "  OK: Profil courant retourne"
           ELSE
              DISPLAY "  ECHEC: Profil courant attendu"
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           DISPLAY "  Test d'un utilisateur inconnu..."
           MOVE "inconnu" TO WS-USER
           CALL "PROFILE_HISTORY" USING WS-USER, WS-AS-OF-DATE,
                                        WS-DEPARTMENT, WS-ROLE,
                                        WS-HIST-STATUS
           IF WS-HIST-STATUS = 8 AND WS-DEPARTMENT = SPACES
              DISPLAY "  OK: Utilisateur inconnu signale"
           ELSE
              DISPLAY "  ECHEC: Utilisateur inconnu non signale"
              MOVE 1 TO WS-TEST-RESULT
           END-IF

           CALL "SYSTEM" USING WS-CLEANUP-CMD
               RETURNING WS-CLEANUP-RC
           MOVE WS-TEST-RESULT TO LS-TEST-RESULT
           GOBACK.

      * jdupont moved from TRESOR to COMPTA on 1 April 2026 and was
      * made supervisor the same day; mmartin has never moved.
       WRITE-TEST-FILES.
           OPEN OUTPUT PROFILE-FILE
           MOVE "jdupont" TO PRF-USER-ID
           MOVE "Jean Dupont" TO PRF-FULL-NAME
           MOVE "COMPTA" TO PRF-DEPARTMENT
           MOVE "S" TO PRF-ROLE
           WRITE PROFILE-RECORD
           MOVE "mmartin" TO PRF-USER-ID
           MOVE "Marie Martin" TO PRF-FULL-NAME
           MOVE "RISQUES" TO PRF-DEPARTMENT
           MOVE "O" TO PRF-ROLE
           WRITE PROFILE-RECORD
           CLOSE PROFILE-FILE

           OPEN OUTPUT HISTORY-FILE
           MOVE SPACES TO HISTORY-RECORD
           MOVE "jdupont" TO PH-USER-ID
           MOVE 0 TO PH-EFF-DATE
           MOVE "TRESOR" TO PH-DEPARTMENT
           MOVE "O" TO PH-ROLE
           MOVE "admin" TO PH-APPROVED-BY
           WRITE HISTORY-RECORD
           MOVE 20260401 TO PH-EFF-DATE
           MOVE "COMPTA" TO PH-DEPARTMENT
           MOVE "S" TO PH-ROLE
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.
       END PROGRAM TEST_PROFILE_HISTORY.
