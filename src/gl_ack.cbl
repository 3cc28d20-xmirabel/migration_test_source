           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IFREG-STATUS.

           SELECT BOOK-FILE ASSIGN TO DYNAMIC WS-BOOK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
          05 FILLER               PIC X(1).
          05 IFR-FILENAME         PIC X(100).

       FD BOOK-FILE.
       01 BOOK-RECORD.
           COPY GLBOOK.

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-FILENAME     PIC X(100).
       01 WS-EXTRACT-STATUS       PIC X(2).
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-ACK-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-ACK-DATE-NUM         PIC 9(8).
       01 WS-MAX-AGE-TEXT         PIC X(3)    VALUE SPACES.
       01 WS-MAX-AGE-DAYS         PIC 9(3)    VALUE 3.
       01 WS-ALERT-TEXT           PIC X(80).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.

      * BOOK names the accounting book being matched.  Blank, or the
      * primary book, works on the historical file names; any other
      * book has its own extract, acknowledgments, outstanding list
      * and sequence trail, all suffixed with the book code.
       01 WS-BOOK-CODE            PIC X(4)    VALUE SPACES.
       01 WS-BOOK-FILENAME        PIC X(100)
                                     VALUE "gl_books.dat".
       01 WS-BOOK-STATUS          PIC X(2).
       01 WS-BOOK-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-BOOK-EOF                      VALUE "Y".
       01 WS-BOOK-LINES           PIC 9(2)    VALUE 0.
       01 WS-BOOK-KNOWN-FLAG      PIC X(1)    VALUE "N".
          88 WS-BOOK-KNOWN                    VALUE "Y".
       01 WS-BOOK-SUFFIX          PIC X(5)    VALUE SPACES.
       01 WS-IFACE-NAME           PIC X(10)   VALUE "GLEXTRACT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"

           ACCEPT WS-ACK-DATE FROM ENVIRONMENT "ACK_DATE"
           IF WS-ACK-DATE NOT NUMERIC OR WS-ACK-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-ACK-DATE, WS-DATE-SOURCE
           END-IF
           MOVE FUNCTION NUMVAL (WS-ACK-DATE) TO WS-ACK-DATE-NUM
           COMPUTE WS-TODAY-INT =
                 TO WS-MAX-AGE-DAYS
           END-IF

           ACCEPT WS-BOOK-CODE FROM ENVIRONMENT "BOOK"
           IF WS-BOOK-CODE NOT = SPACES
              PERFORM RESOLVE-BOOK
           END-IF

           MOVE SPACES TO WS-EXTRACT-FILENAME
           STRING "gl_extract-"  DELIMITED BY SIZE
                  WS-ACK-DATE    DELIMITED BY SIZE
                  WS-BOOK-SUFFIX DELIMITED BY SPACE
                  ".csv"         DELIMITED BY SIZE
                  INTO WS-EXTRACT-FILENAME
           MOVE SPACES TO WS-ACK-FILENAME
           STRING "gl_ack-"      DELIMITED BY SIZE
                  WS-ACK-DATE    DELIMITED BY SIZE
                  WS-BOOK-SUFFIX DELIMITED BY SPACE
                  ".csv"         DELIMITED BY SIZE
                  INTO WS-ACK-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "gl_ack_report-" DELIMITED BY SIZE
                  WS-ACK-DATE      DELIMITED BY SIZE
                  WS-BOOK-SUFFIX   DELIMITED BY SPACE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== GL acknowledgment matching: " WS-ACK-DATE
                      " " WS-BOOK-CODE " ==="
           ELSE
              DISPLAY "=== Rapprochement des accuses GL: "
                      WS-ACK-DATE " " WS-BOOK-CODE " ==="
           END-IF

           PERFORM CHECK-SENT-SEQUENCES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * The book must be on the books file.  The first book listed
      * is the primary book and keeps the unsuffixed names, so
      * naming it is the same as leaving BOOK blank.
       RESOLVE-BOOK.
           ACCEPT WS-BOOK-FILENAME FROM ENVIRONMENT "BOOKS_FILE"
           IF WS-BOOK-FILENAME = SPACES
              MOVE "gl_books.dat" TO WS-BOOK-FILENAME
           END-IF
           MOVE "N" TO WS-BOOK-EOF-FLAG
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
              PERFORM READ-BOOK-RECORD
              PERFORM MATCH-BOOK-RECORD UNTIL WS-BOOK-EOF
                 OR WS-BOOK-KNOWN
              CLOSE BOOK-FILE
           END-IF
           IF NOT WS-BOOK-KNOWN
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: accounting book " WS-BOOK-CODE
                         " is not on the books file - matching "
                         "refused"
              ELSE
                 DISPLAY "ERREUR: livre comptable " WS-BOOK-CODE
                         " absent de la liste des livres - "
                         "rapprochement refuse"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-BOOK-LINES > 1
              STRING "-"          DELIMITED BY SIZE
                     WS-BOOK-CODE DELIMITED BY SPACE
                     INTO WS-BOOK-SUFFIX
              END-STRING
              MOVE SPACES TO WS-IFACE-NAME
              STRING "GLX-"       DELIMITED BY SIZE
                     WS-BOOK-CODE DELIMITED BY SPACE
                     INTO WS-IFACE-NAME
              END-STRING
              MOVE SPACES TO WS-OUTSTANDING-FILENAME
              STRING "gl_outstanding" DELIMITED BY SIZE
                     WS-BOOK-SUFFIX   DELIMITED BY SPACE
                     ".dat"           DELIMITED BY SIZE
                     INTO WS-OUTSTANDING-FILENAME
              END-STRING
              MOVE SPACES TO WS-NEW-OUT-FILENAME
              STRING "gl_outstanding" DELIMITED BY SIZE
                     WS-BOOK-SUFFIX   DELIMITED BY SPACE
                     ".dat.new"       DELIMITED BY SIZE
                     INTO WS-NEW-OUT-FILENAME
              END-STRING
              MOVE SPACES TO WS-ACKSEQ-FILENAME
              STRING "gl_ack_seq"     DELIMITED BY SIZE
                     WS-BOOK-SUFFIX   DELIMITED BY SPACE
                     ".dat"           DELIMITED BY SIZE
                     INTO WS-ACKSEQ-FILENAME
              END-STRING
           END-IF.

       READ-BOOK-RECORD.
           READ BOOK-FILE
              AT END
                 SET WS-BOOK-EOF TO TRUE
           END-READ.

       MATCH-BOOK-RECORD.
           IF GB-CODE NOT = SPACES
              ADD 1 TO WS-BOOK-LINES
              IF GB-CODE = WS-BOOK-CODE
                 SET WS-BOOK-KNOWN TO TRUE
              END-IF
           END-IF
           IF NOT WS-BOOK-KNOWN
              PERFORM READ-BOOK-RECORD
           END-IF.

       LOAD-OUTSTANDING-ITEMS.
           MOVE "N" TO WS-OUTSTANDING-EOF-FLAG
           OPEN INPUT OUTSTANDING-FILE
           END-READ.

       CHECK-ONE-SENT-SEQ.
           IF IFR-IFACE = WS-IFACE-NAME AND IFR-SEQ NUMERIC
              IF WS-PREV-SENT-SEQ NOT = 0
                 AND FUNCTION NUMVAL (IFR-SEQ)
                     NOT = WS-PREV-SENT-SEQ + 1
           STRING "RAPPROCHEMENT DES ACCUSES GL - "
                     DELIMITED BY SIZE
                  WS-ACK-DATE DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-BOOK-CODE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
