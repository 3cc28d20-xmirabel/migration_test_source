       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCE-DRILLBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT LINEAGE-FILE ASSIGN TO DYNAMIC WS-LINEAGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINEAGE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT ACCESS-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-RECORD             PIC X(100).

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD.
          05 LIN-TRANS-ID         PIC X(12).
          05 FILLER               PIC X(1).
          05 LIN-RUN-ID           PIC X(15).
          05 FILLER               PIC X(1).
          05 LIN-FEED-SOURCE      PIC X(10).
          05 FILLER               PIC X(1).
          05 LIN-REC-NUM          PIC 9(7).
          05 FILLER               PIC X(1).
          05 LIN-INPUT-FILE       PIC X(160).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
          05 MAN-BUS-DATE         PIC 9(8).
          05 FILLER               PIC X(1).
          05 MAN-FILENAME         PIC X(40).
          05 FILLER               PIC X(1).
          05 MAN-REC-COUNT        PIC 9(7).
          05 FILLER               PIC X(1).
          05 MAN-CONTROL-TOTAL    PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 MAN-ACTION           PIC X(8).
          05 FILLER               PIC X(1).
          05 MAN-ACTION-DATE      PIC 9(8).

       FD SOURCE-FILE.
       01 SOURCE-RECORD           PIC X(1000).

       FD ACCESS-JOURNAL-FILE.
       01 ACCESS-JOURNAL-RECORD   PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-REQUEST-ID           PIC X(12)   VALUE SPACES.
       01 WS-ID-CHECK-STATUS      PIC 9(2).
          88 WS-ID-CHECK-VALID                VALUE 0.
          88 WS-ID-CHECK-LEGACY               VALUE 4.
       01 WS-REQUEST-DATE         PIC X(8)    VALUE SPACES.
       01 WS-GL-LINE              PIC X(200)  VALUE SPACES.
       01 WS-ARCHIVE-DIR          PIC X(50)   VALUE "archive".
       01 WS-PROCESSED-DIR        PIC X(50)   VALUE "processed".
       01 WS-LIST-FILENAME        PIC X(100)
                                     VALUE "drill_list.tmp".
       01 WS-LIST-STATUS          PIC X(2).
       01 WS-LIST-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-LIST-EOF                      VALUE "Y".
       01 WS-LINEAGE-FILENAME     PIC X(100).
       01 WS-LINEAGE-STATUS       PIC X(2).
       01 WS-LINEAGE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-LINEAGE-EOF                   VALUE "Y".
       01 WS-LINEAGE-FOUND-FLAG   PIC X(1)    VALUE "N".
          88 WS-LINEAGE-FOUND                 VALUE "Y".
       01 WS-FOUND-LINEAGE.
          05 WS-FOUND-RUN-ID      PIC X(15).
          05 WS-FOUND-FEED-SOURCE PIC X(10).
          05 WS-FOUND-REC-NUM     PIC 9(7).
          05 WS-FOUND-INPUT-FILE  PIC X(160).
          05 WS-FOUND-DATE        PIC X(8).
       01 WS-MANIFEST-FILENAME    PIC X(100).
       01 WS-MANIFEST-STATUS      PIC X(2).
       01 WS-MANIFEST-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-MANIFEST-EOF                  VALUE "Y".
       01 WS-IN-ARCHIVE-FLAG      PIC X(1)    VALUE "N".
          88 WS-IN-ARCHIVE                    VALUE "Y".
       01 WS-SOURCE-FILENAME      PIC X(160).
       01 WS-SOURCE-STATUS        PIC X(2).
       01 WS-SOURCE-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-SOURCE-EOF                    VALUE "Y".
       01 WS-SOURCE-REC-COUNT     PIC 9(7)    VALUE 0.
       01 WS-SOURCE-LOCATION      PIC X(10)   VALUE SPACES.
       01 WS-RECORD-FOUND-FLAG    PIC X(1)    VALUE "N".
          88 WS-RECORD-FOUND                  VALUE "Y".
       01 WS-SOURCE-LINE          PIC X(1000) VALUE SPACES.
       01 WS-EXTRACT-FILENAME     PIC X(100)
                                     VALUE "drill_extract.tmp".
       01 WS-FEED-BASENAME        PIC X(160).
       01 WS-STORED-NAME          PIC X(40).
       01 WS-SLASH-POS            PIC 9(3).
       01 WS-CHAR-IDX             PIC 9(3).
       01 WS-AUTH-PASSWORD        PIC X(30)   VALUE SPACES.
       01 WS-AUTH-NEW-PASSWORD    PIC X(30)   VALUE SPACES.
       01 WS-AUTH-STATUS          PIC 9(2)    VALUE 0.
       01 WS-AUTH-SET-STATUS      PIC 9(2)    VALUE 0.
       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-ACCESS-JOURNAL-FILENAME PIC X(100)
                                     VALUE "access_journal.log".
       01 WS-ACCESS-JOURNAL-STATUS PIC X(2).
       01 WS-AJR-COUNT            PIC 9(7)    VALUE 0.
       01 WS-AJR-TIMESTAMP        PIC X(21).

       PROCEDURE DIVISION.
      * Drill-back from a posting to the feed line it came from.  The
      * transaction is given directly (DRILL_TRANS_ID) or as a GL
      * extract line (DRILL_GL_LINE, "TRANSID,DATE,..."); the lineage
      * files written beside the audit trail name the input file and
      * record number.  A feed copied into the archive is read back
      * from there, otherwise the file is looked for where the run
      * found it and then in the processed directory.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           ACCEPT WS-ARCHIVE-DIR FROM ENVIRONMENT "ARCHIVE_DIR"
           IF WS-ARCHIVE-DIR = SPACES
              MOVE "archive" TO WS-ARCHIVE-DIR
           END-IF
           ACCEPT WS-PROCESSED-DIR FROM ENVIRONMENT "PROCESSED_DIR"
           IF WS-PROCESSED-DIR = SPACES
              MOVE "processed" TO WS-PROCESSED-DIR
           END-IF
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                  "/manifest.dat"                DELIMITED BY SIZE
                  INTO WS-MANIFEST-FILENAME
           END-STRING

           ACCEPT WS-REQUEST-ID FROM ENVIRONMENT "DRILL_TRANS_ID"
           ACCEPT WS-REQUEST-DATE FROM ENVIRONMENT "DRILL_DATE"
           ACCEPT WS-GL-LINE FROM ENVIRONMENT "DRILL_GL_LINE"
           IF WS-REQUEST-ID = SPACES AND WS-GL-LINE NOT = SPACES
              UNSTRING WS-GL-LINE DELIMITED BY ","
                 INTO WS-REQUEST-ID, WS-REQUEST-DATE
              END-UNSTRING
           END-IF
           IF WS-REQUEST-DATE NOT NUMERIC
              MOVE SPACES TO WS-REQUEST-DATE
           END-IF
           IF WS-REQUEST-ID NOT = SPACES
              PERFORM CHECK-KEYED-TRANS-ID
           END-IF

           IF WS-REQUEST-ID = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: give DRILL_TRANS_ID or DRILL_GL_LINE"
              ELSE
                 DISPLAY "Erreur: indiquer DRILL_TRANS_ID ou "
                         "DRILL_GL_LINE"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM FIND-LINEAGE
              IF NOT WS-LINEAGE-FOUND
                 IF WS-LOCALE-EN
                    DISPLAY "No lineage recorded for "
                            FUNCTION TRIM (WS-REQUEST-ID)
                 ELSE
                    DISPLAY "Aucune origine enregistree pour "
                            FUNCTION TRIM (WS-REQUEST-ID)
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 PERFORM SHOW-LINEAGE
                 IF WS-FOUND-INPUT-FILE = SPACES
                    IF WS-LOCALE-EN
                       DISPLAY "  Console entry: no source file"
                    ELSE
                       DISPLAY "  Saisie console: pas de fichier "
                               "source"
                    END-IF
                 ELSE
                    PERFORM LOCATE-SOURCE-RECORD
                 END-IF
              END-IF
           END-IF

           PERFORM APPEND-ACCESS-JOURNAL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * With a date only that day's lineage files are read (base,
      * entity, cycle and partition runs alike); without one every
      * lineage file still on disk is searched.
       FIND-LINEAGE.
           MOVE SPACES TO WS-SHELL-CMD
           IF WS-REQUEST-DATE = SPACES
              STRING "ls -1 lineage-*.log > " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-LIST-FILENAME) DELIMITED BY SIZE
                     " 2>/dev/null"            DELIMITED BY SIZE
                     INTO WS-SHELL-CMD
              END-STRING
           ELSE
              STRING "ls -1 lineage-"          DELIMITED BY SIZE
                     WS-REQUEST-DATE           DELIMITED BY SIZE
                     ".log lineage-"           DELIMITED BY SIZE
                     WS-REQUEST-DATE           DELIMITED BY SIZE
                     "-*.log > "               DELIMITED BY SIZE
                     FUNCTION TRIM (WS-LIST-FILENAME) DELIMITED BY SIZE
                     " 2>/dev/null"            DELIMITED BY SIZE
                     INTO WS-SHELL-CMD
              END-STRING
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM SEARCH-LINEAGE-FILE
                 UNTIL WS-LIST-EOF OR WS-LINEAGE-FOUND
              CLOSE LIST-FILE
           END-IF.

       READ-LIST-RECORD.
           READ LIST-FILE
              AT END
                 SET WS-LIST-EOF TO TRUE
           END-READ.

       SEARCH-LINEAGE-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-LINEAGE-FILENAME
              MOVE "N" TO WS-LINEAGE-EOF-FLAG
              OPEN INPUT LINEAGE-FILE
              IF WS-LINEAGE-STATUS = "00"
                 PERFORM READ-LINEAGE-RECORD
                 PERFORM MATCH-LINEAGE-RECORD
                    UNTIL WS-LINEAGE-EOF OR WS-LINEAGE-FOUND
                 CLOSE LINEAGE-FILE
              END-IF
           END-IF
           PERFORM READ-LIST-RECORD.

       READ-LINEAGE-RECORD.
           READ LINEAGE-FILE
              AT END
                 SET WS-LINEAGE-EOF TO TRUE
           END-READ.

       MATCH-LINEAGE-RECORD.
           IF LIN-TRANS-ID = WS-REQUEST-ID
              SET WS-LINEAGE-FOUND TO TRUE
              MOVE LIN-RUN-ID TO WS-FOUND-RUN-ID
              MOVE LIN-FEED-SOURCE TO WS-FOUND-FEED-SOURCE
              MOVE LIN-REC-NUM TO WS-FOUND-REC-NUM
              MOVE LIN-INPUT-FILE TO WS-FOUND-INPUT-FILE
              MOVE WS-LINEAGE-FILENAME (9:8) TO WS-FOUND-DATE
           ELSE
              PERFORM READ-LINEAGE-RECORD
           END-IF.

       SHOW-LINEAGE.
           IF WS-LOCALE-EN
              DISPLAY "Transaction: " FUNCTION TRIM (WS-REQUEST-ID)
              DISPLAY "  Business date: " WS-FOUND-DATE
              DISPLAY "  Run:           " WS-FOUND-RUN-ID
              DISPLAY "  Feed source:   " WS-FOUND-FEED-SOURCE
              DISPLAY "  Input file:    "
                      FUNCTION TRIM (WS-FOUND-INPUT-FILE)
              DISPLAY "  Record number: " WS-FOUND-REC-NUM
           ELSE
              DISPLAY "Transaction: " FUNCTION TRIM (WS-REQUEST-ID)
              DISPLAY "  Date metier:   " WS-FOUND-DATE
              DISPLAY "  Traitement:    " WS-FOUND-RUN-ID
              DISPLAY "  Source flux:   " WS-FOUND-FEED-SOURCE
              DISPLAY "  Fichier:       "
                      FUNCTION TRIM (WS-FOUND-INPUT-FILE)
              DISPLAY "  Enregistrement: " WS-FOUND-REC-NUM
           END-IF.

      * The archived copy is preferred: the recorded path may since
      * have been overwritten by a later feed of the same name.
       LOCATE-SOURCE-RECORD.
           MOVE 0 TO WS-SLASH-POS
           PERFORM FIND-LAST-SLASH
              VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 160
           MOVE SPACES TO WS-FEED-BASENAME
           MOVE WS-FOUND-INPUT-FILE (WS-SLASH-POS + 1:)
              TO WS-FEED-BASENAME
           MOVE SPACES TO WS-STORED-NAME
           STRING "src-"                  DELIMITED BY SIZE
                  WS-FOUND-DATE           DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FEED-BASENAME) DELIMITED BY SIZE
                  INTO WS-STORED-NAME
           END-STRING
           PERFORM CHECK-MANIFEST
           IF WS-IN-ARCHIVE
              PERFORM EXTRACT-FROM-ARCHIVE
           END-IF
           IF NOT WS-RECORD-FOUND
              MOVE WS-FOUND-INPUT-FILE TO WS-SOURCE-FILENAME
              MOVE "DISQUE" TO WS-SOURCE-LOCATION
              PERFORM READ-SOURCE-RECORD
           END-IF
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO WS-SOURCE-FILENAME
              STRING FUNCTION TRIM (WS-PROCESSED-DIR) DELIMITED BY SIZE
                     "/"                     DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FEED-BASENAME) DELIMITED BY SIZE
                     INTO WS-SOURCE-FILENAME
              END-STRING
              MOVE "TRAITES" TO WS-SOURCE-LOCATION
              PERFORM READ-SOURCE-RECORD
           END-IF
           IF WS-RECORD-FOUND
              MOVE 1 TO WS-AJR-COUNT
              IF WS-LOCALE-EN
                 DISPLAY "  Read from:     "
                         FUNCTION TRIM (WS-SOURCE-LOCATION) " "
                         FUNCTION TRIM (WS-SOURCE-FILENAME)
                 DISPLAY "  Source record:"
              ELSE
                 DISPLAY "  Lu depuis:     "
                         FUNCTION TRIM (WS-SOURCE-LOCATION) " "
                         FUNCTION TRIM (WS-SOURCE-FILENAME)
                 DISPLAY "  Enregistrement source:"
              END-IF
              DISPLAY FUNCTION TRIM (WS-SOURCE-LINE TRAILING)
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Source record no longer available"
              ELSE
                 DISPLAY "Enregistrement source introuvable"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       FIND-LAST-SLASH.
           IF WS-FOUND-INPUT-FILE (WS-CHAR-IDX:1) = "/"
              MOVE WS-CHAR-IDX TO WS-SLASH-POS
           END-IF.

      * The latest manifest action for the stored name wins: an
      * archive since purged is no longer there to read.
       CHECK-MANIFEST.
           MOVE "N" TO WS-IN-ARCHIVE-FLAG
           MOVE "N" TO WS-MANIFEST-EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
              PERFORM READ-MANIFEST-RECORD
              PERFORM CHECK-MANIFEST-ENTRY UNTIL WS-MANIFEST-EOF
              CLOSE MANIFEST-FILE
           END-IF.

       READ-MANIFEST-RECORD.
           READ MANIFEST-FILE
              AT END
                 SET WS-MANIFEST-EOF TO TRUE
           END-READ.

       CHECK-MANIFEST-ENTRY.
           IF MAN-FILENAME = WS-STORED-NAME
              IF MAN-ACTION = "ARCHIVED"
                 MOVE "Y" TO WS-IN-ARCHIVE-FLAG
              END-IF
              IF MAN-ACTION = "PURGED"
                 MOVE "N" TO WS-IN-ARCHIVE-FLAG
              END-IF
           END-IF
           PERFORM READ-MANIFEST-RECORD.

       EXTRACT-FROM-ARCHIVE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "gzip -dc "                   DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STORED-NAME) DELIMITED BY SIZE
                  ".gz > "                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EXTRACT-FILENAME)
                     DELIMITED BY SIZE
                  " 2>/dev/null"                DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
              MOVE WS-EXTRACT-FILENAME TO WS-SOURCE-FILENAME
              MOVE "ARCHIVE" TO WS-SOURCE-LOCATION
              PERFORM READ-SOURCE-RECORD
              MOVE SPACES TO WS-SOURCE-FILENAME
              STRING FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                     "/"                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-STORED-NAME) DELIMITED BY SIZE
                     ".gz"                      DELIMITED BY SIZE
                     INTO WS-SOURCE-FILENAME
              END-STRING
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f "                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EXTRACT-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       READ-SOURCE-RECORD.
           MOVE "N" TO WS-SOURCE-EOF-FLAG
           MOVE 0 TO WS-SOURCE-REC-COUNT
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
              PERFORM READ-SOURCE-LINE
                 UNTIL WS-SOURCE-EOF OR WS-RECORD-FOUND
              CLOSE SOURCE-FILE
           END-IF.

       READ-SOURCE-LINE.
           READ SOURCE-FILE
              AT END
                 SET WS-SOURCE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-SOURCE-REC-COUNT
                 IF WS-SOURCE-REC-COUNT = WS-FOUND-REC-NUM
                    SET WS-RECORD-FOUND TO TRUE
                    MOVE SOURCE-RECORD TO WS-SOURCE-LINE
                 END-IF
           END-READ.

      * Interactive access authenticates against the salted hash
      * stored with the profile; three wrong attempts lock the
      * credential and a supervisor reset forces a change on first
      * use.  A user with no credential line keeps the legacy
      * environment-variable path.
       CHECK-USER-AUTH.
           MOVE SPACES TO WS-USER-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           ACCEPT WS-AUTH-PASSWORD FROM ENVIRONMENT "APP_PASSWORD"
           IF WS-AUTH-PASSWORD = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Password:"
              ELSE
                 DISPLAY "Mot de passe:"
              END-IF
              ACCEPT WS-AUTH-PASSWORD
           END-IF
           CALL "AUTH_UTILS" USING WS-USER-NAME, WS-AUTH-PASSWORD,
                                    WS-AUTH-STATUS
           EVALUATE WS-AUTH-STATUS
              WHEN 0
                 CONTINUE
              WHEN 3
                 CONTINUE
              WHEN 4
                 IF WS-LOCALE-EN
                    DISPLAY "Password change required - new "
                            "password:"
                 ELSE
                    DISPLAY "Changement de mot de passe requis - "
                            "nouveau mot de passe:"
                 END-IF
                 ACCEPT WS-AUTH-NEW-PASSWORD
                 CALL "AUTH_SET_PASSWORD" USING WS-USER-NAME,
                      WS-AUTH-NEW-PASSWORD, WS-AUTH-SET-STATUS
                 IF WS-AUTH-SET-STATUS NOT = 0
                    PERFORM REFUSE-ACCESS
                 END-IF
              WHEN OTHER
                 PERFORM REFUSE-ACCESS
           END-EVALUATE.

       REFUSE-ACCESS.
           IF WS-LOCALE-EN
              DISPLAY "ACCESS REFUSED for "
                      FUNCTION TRIM (WS-USER-NAME)
           ELSE
              DISPLAY "ACCES REFUSE pour "
                      FUNCTION TRIM (WS-USER-NAME)
           END-IF
           MOVE 12 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * Compliance reads this journal, the programs only write it:
      * who looked, when, with which filter, and how many records
      * came back.
       APPEND-ACCESS-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-AJR-TIMESTAMP
           OPEN EXTEND ACCESS-JOURNAL-FILE
           IF WS-ACCESS-JOURNAL-STATUS = "35"
              OPEN OUTPUT ACCESS-JOURNAL-FILE
           END-IF
           IF WS-ACCESS-JOURNAL-STATUS = "00"
              MOVE SPACES TO ACCESS-JOURNAL-RECORD
              STRING WS-AJR-TIMESTAMP (1:8) DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-AJR-TIMESTAMP (9:6) DELIMITED BY SIZE
                     " SOURCE-DRILLBACK "   DELIMITED BY SIZE
                     WS-USER-NAME           DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-REQUEST-ID          DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-AJR-COUNT           DELIMITED BY SIZE
                     INTO ACCESS-JOURNAL-RECORD
              END-STRING
              WRITE ACCESS-JOURNAL-RECORD
              CLOSE ACCESS-JOURNAL-FILE
           END-IF.

      * A keyed ID failing its check digit is a mistype: it is
      * refused rather than matched against another transaction.
       CHECK-KEYED-TRANS-ID.
           CALL "TRANSID_CHECK" USING WS-REQUEST-ID,
                                      WS-ID-CHECK-STATUS
           IF NOT WS-ID-CHECK-VALID AND NOT WS-ID-CHECK-LEGACY
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-REQUEST-ID)
                         " is not a valid transaction ID - check"
                         " digit wrong or ID mistyped"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-REQUEST-ID)
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
      * the directory away afterwards.  The launch directory is kept
      * so sibling programs can still be invoked from it.
       ENTER-SANDBOX-DIR.
           ACCEPT WS-SANDBOX-DIR FROM ENVIRONMENT "SANDBOX_DIR"
           IF WS-SANDBOX-DIR NOT = SPACES
              ACCEPT WS-LAUNCH-DIR FROM ENVIRONMENT "PWD"
              CALL "CBL_CHANGE_DIR" USING WS-SANDBOX-DIR
                  RETURNING WS-SANDBOX-RC
              IF WS-SANDBOX-RC NOT = 0
                 DISPLAY "ERREUR: repertoire bac a sable "
                         "inaccessible: "
                         FUNCTION TRIM (WS-SANDBOX-DIR)
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       END PROGRAM SOURCE-DRILLBACK.
