           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-IN-STATUS.

           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT LINEAGE-FILE ASSIGN TO DYNAMIC WS-LINEAGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINEAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCAN-FILE.
          05 FILLER               PIC X(1).
          05 MIN-ACTION-DATE      PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 WS-SCAN-FILENAME        PIC X(100).
       01 WS-SCAN-STATUS          PIC X(2).
       01 WS-RETENTION-TEXT       PIC X(5)    VALUE SPACES.
       01 WS-RETENTION-DAYS       PIC 9(5)    VALUE 365.
       01 WS-TODAY                PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TODAY-INT            PIC 9(7).
       01 WS-ENTRY-INT            PIC 9(7).
       01 WS-ENTRY-AGE            PIC S9(7).
       01 WS-VARIANT-WARNED-FLAG  PIC X(1)    VALUE "N".
          88 WS-VARIANT-WARNED                VALUE "Y".

      * Feed files named by the day's lineage, copied into the
      * archive so drill-back still finds them once overwritten.
       01 WS-LIST-FILENAME        PIC X(100)
                                     VALUE "archive_list.tmp".
       01 WS-LIST-STATUS          PIC X(2).
       01 WS-LIST-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-LIST-EOF                      VALUE "Y".
       01 WS-LINEAGE-FILENAME     PIC X(100).
       01 WS-LINEAGE-STATUS       PIC X(2).
       01 WS-LINEAGE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-LINEAGE-EOF                   VALUE "Y".
       01 WS-PROCESSED-DIR        PIC X(50)   VALUE "processed".
       01 WS-FEED-TABLE.
          05 WS-FEED-PATH OCCURS 50 TIMES PIC X(160).
       01 WS-FEED-USED            PIC 9(3)    VALUE 0.
       01 WS-FEED-MAX             PIC 9(3)    VALUE 50.
       01 WS-FEED-IDX             PIC 9(3).
       01 WS-FEED-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-FEED-FOUND                    VALUE "Y".
       01 WS-FEED-FILENAME        PIC X(160).
       01 WS-FEED-BASENAME        PIC X(160).
       01 WS-FEED-STORED-NAME     PIC X(40).
       01 WS-SLASH-POS            PIC 9(3).
       01 WS-CHAR-IDX             PIC 9(3).
       01 WS-FEED-ARCHIVED-COUNT  PIC 9(3)    VALUE 0.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                 TO WS-RETENTION-DAYS
           END-IF

           CALL "BUSINESS_DATE" USING WS-TODAY, WS-DATE-SOURCE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)

           ACCEPT WS-ARCHIVE-DATE FROM ENVIRONMENT "ARCHIVE_DATE"

           PERFORM CHECK-VARIANT-FILES

           PERFORM ARCHIVE-SOURCE-FEEDS

           PERFORM PURGE-EXPIRED-ARCHIVES

           IF WS-LOCALE-EN
              DISPLAY "Files archived: " WS-ARCHIVED-COUNT
                      "  purged: " WS-PURGED-COUNT
              DISPLAY "Source feeds archived: " WS-FEED-ARCHIVED-COUNT
           ELSE
              DISPLAY "Fichiers archives: " WS-ARCHIVED-COUNT
                      "  purges: " WS-PURGED-COUNT
              DISPLAY "Fichiers sources archives: "
                      WS-FEED-ARCHIVED-COUNT
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
              END-IF
           END-IF.

      * The source files behind the day's calculations, as named on
      * the lineage files of every run of the date, are archived as
      * src-DATE-<name> so a later drill-back can pull the record.  A
      * swept file is looked for in the processed directory.
       ARCHIVE-SOURCE-FEEDS.
           ACCEPT WS-PROCESSED-DIR FROM ENVIRONMENT "PROCESSED_DIR"
           IF WS-PROCESSED-DIR = SPACES
              MOVE "processed" TO WS-PROCESSED-DIR
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 lineage-"           DELIMITED BY SIZE
                  WS-ARCHIVE-DATE            DELIMITED BY SIZE
                  ".log lineage-"            DELIMITED BY SIZE
                  WS-ARCHIVE-DATE            DELIMITED BY SIZE
                  "-*.log > "                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME) DELIMITED BY SIZE
                  " 2>/dev/null"             DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM NOTE-LINEAGE-FILE UNTIL WS-LIST-EOF
              CLOSE LIST-FILE
           END-IF
           PERFORM ARCHIVE-ONE-FEED
              VARYING WS-FEED-IDX FROM 1 BY 1
              UNTIL WS-FEED-IDX > WS-FEED-USED.

       READ-LIST-RECORD.
           READ LIST-FILE
              AT END
                 SET WS-LIST-EOF TO TRUE
           END-READ.

       NOTE-LINEAGE-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-LINEAGE-FILENAME
              MOVE "N" TO WS-LINEAGE-EOF-FLAG
              OPEN INPUT LINEAGE-FILE
              IF WS-LINEAGE-STATUS = "00"
                 PERFORM READ-LINEAGE-RECORD
                 PERFORM NOTE-LINEAGE-FEED UNTIL WS-LINEAGE-EOF
                 CLOSE LINEAGE-FILE
              END-IF
           END-IF
           PERFORM READ-LIST-RECORD.

       READ-LINEAGE-RECORD.
           READ LINEAGE-FILE
              AT END
                 SET WS-LINEAGE-EOF TO TRUE
           END-READ.

       NOTE-LINEAGE-FEED.
           IF LIN-INPUT-FILE NOT = SPACES
              MOVE "N" TO WS-FEED-FOUND-FLAG
              PERFORM FIND-FEED-PATH
                 VARYING WS-FEED-IDX FROM 1 BY 1
                 UNTIL WS-FEED-IDX > WS-FEED-USED OR WS-FEED-FOUND
              IF NOT WS-FEED-FOUND
                 IF WS-FEED-USED < WS-FEED-MAX
                    ADD 1 TO WS-FEED-USED
                    MOVE LIN-INPUT-FILE TO WS-FEED-PATH (WS-FEED-USED)
                 ELSE
                    IF WS-LOCALE-EN
                       DISPLAY "WARNING: too many source feeds, "
                               FUNCTION TRIM (LIN-INPUT-FILE)
                               " not archived"
                    ELSE
                       DISPLAY "AVERTISSEMENT: trop de fichiers "
                               "sources, "
                               FUNCTION TRIM (LIN-INPUT-FILE)
                               " non archive"
                    END-IF
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-LINEAGE-RECORD.

       FIND-FEED-PATH.
           IF WS-FEED-PATH (WS-FEED-IDX) = LIN-INPUT-FILE
              SET WS-FEED-FOUND TO TRUE
           END-IF.

       ARCHIVE-ONE-FEED.
           MOVE WS-FEED-PATH (WS-FEED-IDX) TO WS-FEED-FILENAME
           MOVE 0 TO WS-SLASH-POS
           PERFORM FIND-LAST-SLASH
              VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 160
           MOVE SPACES TO WS-FEED-BASENAME
           MOVE WS-FEED-FILENAME (WS-SLASH-POS + 1:)
              TO WS-FEED-BASENAME
           MOVE SPACES TO WS-FEED-STORED-NAME
           STRING "src-"                  DELIMITED BY SIZE
                  WS-ARCHIVE-DATE         DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FEED-BASENAME) DELIMITED BY SIZE
                  INTO WS-FEED-STORED-NAME
           END-STRING
           MOVE WS-FEED-FILENAME TO WS-SCAN-FILENAME
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT = "00"
              MOVE SPACES TO WS-FEED-FILENAME
              STRING FUNCTION TRIM (WS-PROCESSED-DIR) DELIMITED BY SIZE
                     "/"                     DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FEED-BASENAME) DELIMITED BY SIZE
                     INTO WS-FEED-FILENAME
              END-STRING
              MOVE WS-FEED-FILENAME TO WS-SCAN-FILENAME
              OPEN INPUT SCAN-FILE
           END-IF
           IF WS-SCAN-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: source feed no longer on disk: "
                         FUNCTION TRIM (WS-FEED-PATH (WS-FEED-IDX))
              ELSE
                 DISPLAY "AVERTISSEMENT: fichier source absent du "
                         "disque: "
                         FUNCTION TRIM (WS-FEED-PATH (WS-FEED-IDX))
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              MOVE 0 TO WS-REC-COUNT
              MOVE 0 TO WS-CONTROL-TOTAL
              MOVE "N" TO WS-SCAN-EOF-FLAG
              PERFORM READ-SCAN-RECORD
              PERFORM COUNT-FEED-RECORD UNTIL WS-SCAN-EOF
              CLOSE SCAN-FILE
              MOVE SPACES TO WS-SHELL-CMD
              STRING "cp -p "                      DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FEED-FILENAME)
                        DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                     "/"                           DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FEED-STORED-NAME)
                        DELIMITED BY SIZE
                     " && gzip -f "                DELIMITED BY SIZE
                     FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                     "/"                           DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FEED-STORED-NAME)
                        DELIMITED BY SIZE
                     INTO WS-SHELL-CMD
              END-STRING
              CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
              IF WS-SHELL-RC NOT = 0
                 IF WS-LOCALE-EN
                    DISPLAY "WARNING: archive copy failed for "
                            FUNCTION TRIM (WS-FEED-FILENAME)
                 ELSE
                    DISPLAY "AVERTISSEMENT: copie d'archive en "
                            "echec pour "
                            FUNCTION TRIM (WS-FEED-FILENAME)
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE WS-FEED-STORED-NAME TO WS-TARGET-FILENAME
                 MOVE "ARCHIVED" TO MAN-ACTION
                 PERFORM APPEND-MANIFEST-RECORD
                 ADD 1 TO WS-FEED-ARCHIVED-COUNT
              END-IF
           END-IF.

       FIND-LAST-SLASH.
           IF WS-FEED-FILENAME (WS-CHAR-IDX:1) = "/"
              MOVE WS-CHAR-IDX TO WS-SLASH-POS
           END-IF.

       COUNT-FEED-RECORD.
           ADD 1 TO WS-REC-COUNT
           PERFORM READ-SCAN-RECORD.

       READ-SCAN-RECORD.
           READ SCAN-FILE
              AT END
