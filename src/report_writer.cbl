       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFINITION-FILE
           ASSIGN TO DYNAMIC WS-DEFINITION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEFINITION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT ACCESS-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-JOURNAL-STATUS.
           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEFINITION-FILE.
       01 DEFINITION-RECORD.
           COPY RPTDEF.

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(248).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(400).

       FD ACCESS-JOURNAL-FILE.
       01 ACCESS-JOURNAL-RECORD   PIC X(120).
       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01 WORK-RECORD.
           COPY CALCREC.

       01 WS-DEFINITION-FILENAME  PIC X(100)
                                     VALUE "report_defs.dat".
       01 WS-DEFINITION-STATUS    PIC X(2).
       01 WS-DEFINITION-EOF-FLAG  PIC X(1)    VALUE "N".
          88 WS-DEFINITION-EOF                VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-TODAY                PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

       01 WS-RPT-NAME             PIC X(10)   VALUE SPACES.
       01 WS-RPT-FROM             PIC X(8).
       01 WS-RPT-TO               PIC X(8).
       01 WS-RPT-TITLE            PIC X(50)   VALUE SPACES.
       01 WS-RPT-FORMAT           PIC X(1)    VALUE "P".
          88 WS-RPT-PRINT                     VALUE "P".
          88 WS-RPT-CSV                       VALUE "C".
       01 WS-RPT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-RPT-FOUND                     VALUE "Y".
       01 WS-DEFINITION-ERRORS    PIC 9(3)    VALUE 0.
       01 WS-NAME-LIST            PIC X(70)   VALUE SPACES.
       01 WS-NAME-LAST            PIC X(10)   VALUE SPACES.
       01 WS-NAME-PTR             PIC 9(3).

       01 WS-FROM-INT             PIC 9(7).
       01 WS-TO-INT               PIC 9(7).
       01 WS-DAY-INT              PIC 9(7).
       01 WS-DAY-DATE             PIC 9(8).

      * Columns, in print order, with their position on the print
      * line worked out once when the definition is loaded.
       01 WS-COLUMN-TABLE.
          05 WS-COL-ENTRY OCCURS 20 TIMES.
             10 WS-COL-FIELD         PIC X(10).
             10 WS-COL-LABEL         PIC X(20).
             10 WS-COL-KIND          PIC X(1).
             10 WS-COL-WIDTH         PIC 9(3).
             10 WS-COL-POS           PIC 9(3).
       01 WS-COL-USED             PIC 9(2)    VALUE 0.
       01 WS-COL-MAX              PIC 9(2)    VALUE 20.
       01 WS-COL-IDX              PIC 9(2).
       01 WS-NEXT-POS             PIC 9(3)    VALUE 2.
       01 WS-LINE-WIDTH           PIC 9(3)    VALUE 133.

       01 WS-FILTER-TABLE.
          05 WS-FLT-ENTRY OCCURS 10 TIMES.
             10 WS-FLT-FIELD         PIC X(10).
             10 WS-FLT-OPERATOR      PIC X(2).
             10 WS-FLT-KEY           PIC X(30).
       01 WS-FLT-USED             PIC 9(2)    VALUE 0.
       01 WS-FLT-MAX              PIC 9(2)    VALUE 10.
       01 WS-FLT-IDX              PIC 9(2).
       01 WS-FLT-PASS-FLAG        PIC X(1).
          88 WS-FLT-PASS                      VALUE "Y".

      * Sort segments: the break fields first, so that equal break
      * values sit together, then the saved sort keys.
       01 WS-SEGMENT-TABLE.
          05 WS-SEG-ENTRY OCCURS 6 TIMES.
             10 WS-SEG-FIELD         PIC X(10).
             10 WS-SEG-ORDER         PIC X(1).
       01 WS-SEG-USED             PIC 9(1)    VALUE 0.
       01 WS-SEG-IDX              PIC 9(1).
       01 WS-SORT-TABLE.
          05 WS-SORT-ENTRY OCCURS 3 TIMES.
             10 WS-SORT-FIELD        PIC X(10).
             10 WS-SORT-ORDER        PIC X(1).
       01 WS-SORT-USED            PIC 9(1)    VALUE 0.
       01 WS-SORT-IDX             PIC 9(1).

       01 WS-BREAK-TABLE.
          05 WS-BRK-ENTRY OCCURS 3 TIMES.
             10 WS-BRK-FIELD         PIC X(10).
             10 WS-BRK-HOLD-KEY      PIC X(30).
             10 WS-BRK-HOLD-SHOW     PIC X(30).
             10 WS-BRK-COUNT         PIC 9(7).
             10 WS-BRK-ACC OCCURS 20 TIMES
                                     PIC S9(13)V99.
       01 WS-BRK-USED             PIC 9(1)    VALUE 0.
       01 WS-BRK-IDX              PIC 9(1).
       01 WS-BRK-CHANGED          PIC 9(1).
       01 WS-HELD-IDX             PIC 9(1).
       01 WS-GRAND-COUNT          PIC 9(7)    VALUE 0.
       01 WS-GRAND-ACC-TABLE.
          05 WS-GRAND-ACC OCCURS 20 TIMES
                                     PIC S9(13)V99.

      * Selected records, held with the masking already applied and
      * their sort key, plus the order they print in.
       01 WS-SELECTED-TABLE.
          05 WS-SEL-ENTRY OCCURS 3000 TIMES.
             10 WS-SEL-RECORD        PIC X(248).
             10 WS-SEL-KEY           PIC X(180).
       01 WS-ORDER-TABLE.
          05 WS-ORDER OCCURS 3000 TIMES
                                     PIC 9(4) COMP.
       01 WS-SEL-USED             PIC 9(4)    VALUE 0.
       01 WS-SEL-MAX              PIC 9(4)    VALUE 3000.
       01 WS-OUT-IDX              PIC 9(4).
       01 WS-INS-POS              PIC S9(4) COMP.
       01 WS-INS-DONE-FLAG        PIC X(1).
          88 WS-INS-DONE                      VALUE "Y".
       01 WS-NEW-KEY              PIC X(180).
       01 WS-CMP-KEY              PIC X(180).
       01 WS-CMP-RESULT           PIC S9(1).
       01 WS-CMP-START            PIC 9(3).

      * One CALCREC field as the report sees it: the printed text,
      * a key that compares in the field's natural order, and for
      * amounts the value that gets subtotalled.
       01 WS-FLD-CODE             PIC X(10).
       01 WS-FLD-TEXT             PIC X(30).
       01 WS-FLD-KEY              PIC X(30).
       01 WS-FLD-WIDTH            PIC 9(3).
       01 WS-FLD-AMOUNT           PIC S9(11)V99.
       01 WS-FLD-KIND             PIC X(1).
          88 WS-FLD-IS-TEXT                   VALUE "T".
          88 WS-FLD-IS-AMOUNT                 VALUE "A".
          88 WS-FLD-IS-RATE                   VALUE "R".
          88 WS-FLD-IS-UNKNOWN                VALUE "?".
       01 WS-KEY-AMOUNT           PIC 9(12)V99.
       01 WS-KEY-AMOUNT-TEXT REDEFINES WS-KEY-AMOUNT
                                  PIC X(14).
       01 WS-KEY-RATE             PIC 9(3)V9999.
       01 WS-KEY-RATE-TEXT REDEFINES WS-KEY-RATE
                                  PIC X(7).
       01 WS-AMOUNT-EDIT          PIC -(11)9.99.
       01 WS-TOTAL-EDIT           PIC -(12)9.99.
       01 WS-RATE-EDIT            PIC ZZ9.9999.
       01 WS-CSV-AMOUNT-EDIT      PIC -(12)9.99.
       01 WS-COUNT-EDIT           PIC ZZZ,ZZ9.

       01 WS-OUT-LINE             PIC X(400).
       01 WS-CSV-PTR              PIC 9(3).
       01 WS-CSV-VALUE            PIC X(30).
       01 WS-TOTAL-LEVEL          PIC 9(1).
       01 WS-TOTAL-COUNT          PIC 9(7).
       01 WS-TOTAL-AMOUNT         PIC S9(13)V99.
       01 WS-TOTAL-HAS-AMOUNT-FLAG PIC X(1).
          88 WS-TOTAL-HAS-AMOUNT              VALUE "Y".
       01 WS-PAGE-NUMBER          PIC 9(4)    VALUE 0.
       01 WS-PAGE-NUMBER-EDIT     PIC ZZZ9.
       01 WS-PRINT-LINE-COUNT     PIC 9(3)    VALUE 99.
       01 WS-PAGE-SIZE            PIC 9(2)    VALUE 55.
       01 WS-PAGE-SIZE-TEXT       PIC X(3)    VALUE SPACES.

       01 WS-SCAN-COUNT           PIC 9(7)    VALUE 0.
       01 WS-MASK-FIELD           PIC X(10)   VALUE "USER".
       01 WS-MASK-INPUT           PIC X(30).
       01 WS-MASKED-USER          PIC X(30).
       01 WS-MASK-STATUS          PIC 9(2).
       01 WS-MASKED-COUNT         PIC 9(7)    VALUE 0.

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-AUTH-PASSWORD        PIC X(30)   VALUE SPACES.
       01 WS-AUTH-NEW-PASSWORD    PIC X(30)   VALUE SPACES.
       01 WS-AUTH-STATUS          PIC 9(2)    VALUE 0.
       01 WS-AUTH-SET-STATUS      PIC 9(2)    VALUE 0.
       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-ACCESS-JOURNAL-FILENAME PIC X(100)
                                     VALUE "access_journal.log".
       01 WS-ACCESS-JOURNAL-STATUS PIC X(2).
       01 WS-AJR-FILTER           PIC X(30)   VALUE SPACES.
       01 WS-AJR-COUNT            PIC 9(7)    VALUE 0.
       01 WS-AJR-TIMESTAMP        PIC X(21).
       01 WS-AJR-CALLER           PIC X(30)   VALUE SPACES.
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-OWN-ROLE             PIC X(1)    VALUE SPACES.
       01 WS-OWN-DEPT             PIC X(10)   VALUE SPACES.
       01 WS-OWN-FULLNAME         PIC X(30)   VALUE SPACES.
       01 WS-SCOPE-OK-FLAG        PIC X(1)    VALUE "Y".
          88 WS-SCOPE-OK                      VALUE "Y".
       01 WS-SCOPE-REFUSED        PIC 9(7)    VALUE 0.

       01 WS-VARIANT-CMD          PIC X(150).
       01 WS-VARIANT-RC           PIC S9(9) COMP-5.
       01 WS-VARIANT-WARNED-FLAG  PIC X(1)    VALUE "N".
          88 WS-VARIANT-WARNED                VALUE "Y".

       PROCEDURE DIVISION.
      * Runs a report saved in report_defs.dat over the audit trail
      * for a date range.  The caller's profile scopes the records
      * exactly as AUDIT-QUERY does, and other people's names go
      * through the privacy rules before anything is sorted, broken
      * on or printed, so a token never sorts by the name behind it.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           PERFORM LOOKUP-OWN-PROFILE

           CALL "BUSINESS_DATE" USING WS-TODAY, WS-DATE-SOURCE

           ACCEPT WS-RPT-NAME FROM ENVIRONMENT "RPT_NAME"
           IF WS-RPT-NAME = SPACES
              PERFORM LIST-SAVED-REPORTS
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-RPT-FROM FROM ENVIRONMENT "RPT_FROM"
           IF WS-RPT-FROM NOT NUMERIC OR WS-RPT-FROM = SPACES
              MOVE WS-TODAY TO WS-RPT-FROM
           END-IF
           ACCEPT WS-RPT-TO FROM ENVIRONMENT "RPT_TO"
           IF WS-RPT-TO NOT NUMERIC OR WS-RPT-TO = SPACES
              MOVE WS-RPT-FROM TO WS-RPT-TO
           END-IF
           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RPT-FROM))
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RPT-TO))
           IF WS-FROM-INT = 0 OR WS-TO-INT = 0
              OR WS-FROM-INT > WS-TO-INT
              IF WS-LOCALE-EN
                 DISPLAY "Error: invalid date range"
              ELSE
                 DISPLAY "Erreur: plage de dates invalide"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-PAGE-SIZE-TEXT FROM ENVIRONMENT "PRINT_PAGE_SIZE"
           IF WS-PAGE-SIZE-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-PAGE-SIZE-TEXT)
                 TO WS-PAGE-SIZE
           END-IF

           INITIALIZE WS-GRAND-ACC-TABLE
           PERFORM LOAD-REPORT-DEFINITION
           IF NOT WS-RPT-FOUND
              IF WS-LOCALE-EN
                 DISPLAY "Error: no saved report named "
                         FUNCTION TRIM (WS-RPT-NAME)
              ELSE
                 DISPLAY "Erreur: aucun rapport enregistre sous le "
                         "nom " FUNCTION TRIM (WS-RPT-NAME)
              END-IF
              PERFORM LIST-SAVED-REPORTS
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-DEFINITION-ERRORS > 0 OR WS-COL-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "Error: report definition "
                         FUNCTION TRIM (WS-RPT-NAME)
                         " is not usable"
              ELSE
                 DISPLAY "Erreur: la definition du rapport "
                         FUNCTION TRIM (WS-RPT-NAME)
                         " est inutilisable"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           IF WS-RPT-CSV
              STRING "report-"     DELIMITED BY SIZE
                     WS-RPT-NAME   DELIMITED BY SPACE
                     "-"           DELIMITED BY SIZE
                     WS-RPT-FROM   DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                     WS-RPT-TO     DELIMITED BY SIZE
                     ".csv"        DELIMITED BY SIZE
                     INTO WS-REPORT-FILENAME
              END-STRING
           ELSE
              STRING "report-"     DELIMITED BY SIZE
                     WS-RPT-NAME   DELIMITED BY SPACE
                     "-"           DELIMITED BY SIZE
                     WS-RPT-FROM   DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                     WS-RPT-TO     DELIMITED BY SIZE
                     ".txt"        DELIMITED BY SIZE
                     INTO WS-REPORT-FILENAME
              END-STRING
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Report " FUNCTION TRIM (WS-RPT-NAME)
                      ": " WS-RPT-FROM " - " WS-RPT-TO " ==="
           ELSE
              DISPLAY "=== Rapport " FUNCTION TRIM (WS-RPT-NAME)
                      ": " WS-RPT-FROM " - " WS-RPT-TO " ==="
           END-IF

           PERFORM QUERY-ONE-DAY
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TO-INT

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot create "
                         FUNCTION TRIM (WS-REPORT-FILENAME)
              ELSE
                 DISPLAY "Erreur: impossible de creer "
                         FUNCTION TRIM (WS-REPORT-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RPT-CSV
              PERFORM WRITE-CSV-HEADING
           ELSE
              PERFORM PRINT-PAGE-HEADING
           END-IF
           PERFORM EMIT-ONE-ENTRY
              VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > WS-SEL-USED
           IF WS-SEL-USED > 0
              PERFORM CLOSE-BREAK-LEVEL
                 VARYING WS-BRK-IDX FROM WS-BRK-USED BY -1
                 UNTIL WS-BRK-IDX < 1
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           CLOSE REPORT-FILE

           MOVE SPACES TO WS-AJR-FILTER
           STRING "RAPPORT "   DELIMITED BY SIZE
                  WS-RPT-NAME  DELIMITED BY SIZE
                  INTO WS-AJR-FILTER
           END-STRING
           MOVE WS-SEL-USED TO WS-AJR-COUNT
           PERFORM APPEND-ACCESS-JOURNAL
           IF WS-SCOPE-REFUSED > 0
              MOVE "REFUS PERIMETRE" TO WS-AJR-FILTER
              MOVE WS-SCOPE-REFUSED TO WS-AJR-COUNT
              PERFORM APPEND-ACCESS-JOURNAL
              IF WS-LOCALE-EN
                 DISPLAY "Records outside your scope withheld: "
                         WS-SCOPE-REFUSED
              ELSE
                 DISPLAY "Enregistrements hors perimetre retenus: "
                         WS-SCOPE-REFUSED
              END-IF
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Records scanned: " WS-SCAN-COUNT
                      "  selected: " WS-SEL-USED
                      "  names masked: " WS-MASKED-COUNT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Enregistrements lus: " WS-SCAN-COUNT
                      "  selectionnes: " WS-SEL-USED
                      "  noms masques: " WS-MASKED-COUNT
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF
           IF WS-SEL-USED = 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * A definition line with an unknown field, operator or type,
      * or more elements than the tables hold, makes the whole
      * definition unusable: a report silently missing a filter is
      * worse than no report.
       LOAD-REPORT-DEFINITION.
           MOVE "N" TO WS-DEFINITION-EOF-FLAG
           OPEN INPUT DEFINITION-FILE
           IF WS-DEFINITION-STATUS = "00"
              PERFORM READ-DEFINITION-RECORD
              PERFORM LOAD-DEFINITION-LINE UNTIL WS-DEFINITION-EOF
              CLOSE DEFINITION-FILE
           END-IF
           PERFORM ADD-BREAK-SEGMENT
              VARYING WS-BRK-IDX FROM 1 BY 1
              UNTIL WS-BRK-IDX > WS-BRK-USED
           PERFORM ADD-SORT-SEGMENT
              VARYING WS-SORT-IDX FROM 1 BY 1
              UNTIL WS-SORT-IDX > WS-SORT-USED.

       READ-DEFINITION-RECORD.
           READ DEFINITION-FILE
              AT END
                 SET WS-DEFINITION-EOF TO TRUE
           END-READ.

       LOAD-DEFINITION-LINE.
           IF RD-NAME = WS-RPT-NAME
              SET WS-RPT-FOUND TO TRUE
              EVALUATE TRUE
                 WHEN RD-IS-HEADER
                    MOVE RDH-TITLE TO WS-RPT-TITLE
                    IF RDH-CSV
                       MOVE "C" TO WS-RPT-FORMAT
                    ELSE
                       MOVE "P" TO WS-RPT-FORMAT
                    END-IF
                 WHEN RD-IS-COLUMN
                    PERFORM LOAD-DEFINITION-COLUMN
                 WHEN RD-IS-FILTER
                    PERFORM LOAD-DEFINITION-FILTER
                 WHEN RD-IS-SORT
                    PERFORM LOAD-DEFINITION-SORT
                 WHEN RD-IS-BREAK
                    PERFORM LOAD-DEFINITION-BREAK
                 WHEN OTHER
                    PERFORM REJECT-DEFINITION-LINE
              END-EVALUATE
           END-IF
           PERFORM READ-DEFINITION-RECORD.

       LOAD-DEFINITION-COLUMN.
           MOVE RDC-FIELD TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           IF WS-FLD-IS-UNKNOWN OR WS-COL-USED >= WS-COL-MAX
              PERFORM REJECT-DEFINITION-LINE
           ELSE
              ADD 1 TO WS-COL-USED
              MOVE RDC-FIELD TO WS-COL-FIELD (WS-COL-USED)
              IF RDC-LABEL = SPACES
                 MOVE RDC-FIELD TO WS-COL-LABEL (WS-COL-USED)
              ELSE
                 MOVE RDC-LABEL TO WS-COL-LABEL (WS-COL-USED)
              END-IF
              MOVE WS-FLD-KIND TO WS-COL-KIND (WS-COL-USED)
              MOVE WS-FLD-WIDTH TO WS-COL-WIDTH (WS-COL-USED)
              MOVE WS-NEXT-POS TO WS-COL-POS (WS-COL-USED)
              COMPUTE WS-NEXT-POS = WS-NEXT-POS + WS-FLD-WIDTH + 1
              IF WS-RPT-PRINT
                 AND WS-NEXT-POS - 2 > WS-LINE-WIDTH
                 PERFORM REJECT-DEFINITION-LINE
              END-IF
           END-IF.

      * Filter values are turned into the same comparable key the
      * records produce, so "RESULT GE 10000" compares amounts and
      * not their printed text.
       LOAD-DEFINITION-FILTER.
           MOVE RDF-FIELD TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           IF WS-FLD-IS-UNKNOWN OR WS-FLT-USED >= WS-FLT-MAX
              OR (RDF-OPERATOR NOT = "EQ" AND NOT = "NE"
                  AND NOT = "GT" AND NOT = "GE"
                  AND NOT = "LT" AND NOT = "LE")
              PERFORM REJECT-DEFINITION-LINE
           ELSE
              ADD 1 TO WS-FLT-USED
              MOVE RDF-FIELD TO WS-FLT-FIELD (WS-FLT-USED)
              MOVE RDF-OPERATOR TO WS-FLT-OPERATOR (WS-FLT-USED)
              EVALUATE TRUE
                 WHEN WS-FLD-IS-AMOUNT
                    COMPUTE WS-KEY-AMOUNT =
                       FUNCTION NUMVAL (RDF-VALUE) + 100000000000
                    MOVE WS-KEY-AMOUNT-TEXT TO WS-FLT-KEY (WS-FLT-USED)
                 WHEN WS-FLD-IS-RATE
                    COMPUTE WS-KEY-RATE = FUNCTION NUMVAL (RDF-VALUE)
                    MOVE WS-KEY-RATE-TEXT TO WS-FLT-KEY (WS-FLT-USED)
                 WHEN OTHER
                    MOVE RDF-VALUE TO WS-FLT-KEY (WS-FLT-USED)
              END-EVALUATE
           END-IF.

       LOAD-DEFINITION-SORT.
           MOVE RDS-FIELD TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           IF WS-FLD-IS-UNKNOWN OR WS-SORT-USED >= 3
              PERFORM REJECT-DEFINITION-LINE
           ELSE
              ADD 1 TO WS-SORT-USED
              MOVE RDS-FIELD TO WS-SORT-FIELD (WS-SORT-USED)
              IF RDS-DESCENDING
                 MOVE "D" TO WS-SORT-ORDER (WS-SORT-USED)
              ELSE
                 MOVE "A" TO WS-SORT-ORDER (WS-SORT-USED)
              END-IF
           END-IF.

       LOAD-DEFINITION-BREAK.
           MOVE RDB-FIELD TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           IF WS-FLD-IS-UNKNOWN OR WS-BRK-USED >= 3
              PERFORM REJECT-DEFINITION-LINE
           ELSE
              ADD 1 TO WS-BRK-USED
              MOVE RDB-FIELD TO WS-BRK-FIELD (WS-BRK-USED)
           END-IF.

       REJECT-DEFINITION-LINE.
           ADD 1 TO WS-DEFINITION-ERRORS
           IF WS-LOCALE-EN
              DISPLAY "Rejected definition line: " DEFINITION-RECORD
           ELSE
              DISPLAY "Ligne de definition rejetee: "
                      DEFINITION-RECORD
           END-IF.

       ADD-BREAK-SEGMENT.
           ADD 1 TO WS-SEG-USED
           MOVE WS-BRK-FIELD (WS-BRK-IDX) TO WS-SEG-FIELD (WS-SEG-USED)
           MOVE "A" TO WS-SEG-ORDER (WS-SEG-USED).

       ADD-SORT-SEGMENT.
           ADD 1 TO WS-SEG-USED
           MOVE WS-SORT-FIELD (WS-SORT-IDX)
              TO WS-SEG-FIELD (WS-SEG-USED)
           MOVE WS-SORT-ORDER (WS-SORT-IDX)
              TO WS-SEG-ORDER (WS-SEG-USED).

       LIST-SAVED-REPORTS.
           MOVE SPACES TO WS-NAME-LIST
           MOVE SPACES TO WS-NAME-LAST
           MOVE 1 TO WS-NAME-PTR
           MOVE "N" TO WS-DEFINITION-EOF-FLAG
           OPEN INPUT DEFINITION-FILE
           IF WS-DEFINITION-STATUS = "00"
              PERFORM READ-DEFINITION-RECORD
              PERFORM NOTE-SAVED-REPORT UNTIL WS-DEFINITION-EOF
              CLOSE DEFINITION-FILE
           END-IF
           IF WS-LOCALE-EN
              DISPLAY "Saved reports (RPT_NAME): " WS-NAME-LIST
           ELSE
              DISPLAY "Rapports enregistres (RPT_NAME): "
                      WS-NAME-LIST
           END-IF.

       NOTE-SAVED-REPORT.
           IF RD-IS-HEADER AND RD-NAME NOT = WS-NAME-LAST
              AND WS-NAME-PTR < 60
              MOVE RD-NAME TO WS-NAME-LAST
              STRING RD-NAME DELIMITED BY SPACE
                     " "     DELIMITED BY SIZE
                     INTO WS-NAME-LIST
                     WITH POINTER WS-NAME-PTR
              END-STRING
           END-IF
           PERFORM READ-DEFINITION-RECORD.

       QUERY-ONE-DAY.
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"     DELIMITED BY SIZE
                  WS-DAY-DATE  DELIMITED BY SIZE
                  ".log"       DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM CHECK-AUDIT-VARIANTS

           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM READ-AUDIT-RECORD
              PERFORM SELECT-ONE-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE INTO WORK-RECORD
              AT END
                 SET WS-AUDIT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-SCAN-COUNT
           END-READ.

       SELECT-ONE-RECORD.
           PERFORM CHECK-RECORD-SCOPE
           IF NOT WS-SCOPE-OK
              ADD 1 TO WS-SCOPE-REFUSED
           ELSE
              PERFORM MASK-RECORD-USER
              MOVE "Y" TO WS-FLT-PASS-FLAG
              PERFORM CHECK-ONE-FILTER
                 VARYING WS-FLT-IDX FROM 1 BY 1
                 UNTIL WS-FLT-IDX > WS-FLT-USED OR NOT WS-FLT-PASS
              IF WS-FLT-PASS
                 PERFORM KEEP-SELECTED-RECORD
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

      * Somebody else's name is replaced by whatever the privacy
      * rules give for USER.  A supervisor, and a shop with no
      * profiles at all, sees names in clear, as in AUDIT-QUERY.
       MASK-RECORD-USER.
           IF WS-OWN-ROLE NOT = SPACES AND WS-OWN-ROLE NOT = "S"
              AND CALC-REC-USER NOT = WS-OWN-FULLNAME
              MOVE CALC-REC-USER TO WS-MASK-INPUT
              CALL "MASK_UTILS" USING WS-MASK-FIELD,
                   WS-MASK-INPUT, WS-MASKED-USER,
                   WS-MASK-STATUS
              IF WS-MASKED-USER NOT = CALC-REC-USER
                 ADD 1 TO WS-MASKED-COUNT
              END-IF
              MOVE WS-MASKED-USER TO CALC-REC-USER
           END-IF.

       CHECK-ONE-FILTER.
           MOVE WS-FLT-FIELD (WS-FLT-IDX) TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           EVALUATE WS-FLT-OPERATOR (WS-FLT-IDX)
              WHEN "EQ"
                 IF WS-FLD-KEY NOT = WS-FLT-KEY (WS-FLT-IDX)
                    MOVE "N" TO WS-FLT-PASS-FLAG
                 END-IF
              WHEN "NE"
                 IF WS-FLD-KEY = WS-FLT-KEY (WS-FLT-IDX)
                    MOVE "N" TO WS-FLT-PASS-FLAG
                 END-IF
              WHEN "GT"
                 IF WS-FLD-KEY NOT > WS-FLT-KEY (WS-FLT-IDX)
                    MOVE "N" TO WS-FLT-PASS-FLAG
                 END-IF
              WHEN "GE"
                 IF WS-FLD-KEY < WS-FLT-KEY (WS-FLT-IDX)
                    MOVE "N" TO WS-FLT-PASS-FLAG
                 END-IF
              WHEN "LT"
                 IF WS-FLD-KEY NOT < WS-FLT-KEY (WS-FLT-IDX)
                    MOVE "N" TO WS-FLT-PASS-FLAG
                 END-IF
              WHEN "LE"
                 IF WS-FLD-KEY > WS-FLT-KEY (WS-FLT-IDX)
                    MOVE "N" TO WS-FLT-PASS-FLAG
                 END-IF
           END-EVALUATE.

      * Records are slotted into print order as they are read: the
      * order table is shifted down past every entry that sorts
      * after the new one, so equal keys keep their audit order.
       KEEP-SELECTED-RECORD.
           IF WS-SEL-USED >= WS-SEL-MAX
              PERFORM ABEND-TABLE-OVERFLOW
           END-IF
           MOVE SPACES TO WS-NEW-KEY
           PERFORM BUILD-ONE-SORT-SEGMENT
              VARYING WS-SEG-IDX FROM 1 BY 1
              UNTIL WS-SEG-IDX > WS-SEG-USED
           ADD 1 TO WS-SEL-USED
           MOVE WORK-RECORD TO WS-SEL-RECORD (WS-SEL-USED)
           MOVE WS-NEW-KEY TO WS-SEL-KEY (WS-SEL-USED)
           COMPUTE WS-INS-POS = WS-SEL-USED - 1
           MOVE "N" TO WS-INS-DONE-FLAG
           PERFORM SHIFT-ONE-ORDER UNTIL WS-INS-DONE
           MOVE WS-SEL-USED TO WS-ORDER (WS-INS-POS + 1).

       BUILD-ONE-SORT-SEGMENT.
           MOVE WS-SEG-FIELD (WS-SEG-IDX) TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           COMPUTE WS-CMP-START = (WS-SEG-IDX - 1) * 30 + 1
           MOVE WS-FLD-KEY TO WS-NEW-KEY (WS-CMP-START:30).

       SHIFT-ONE-ORDER.
           IF WS-INS-POS < 1
              SET WS-INS-DONE TO TRUE
           ELSE
              MOVE WS-SEL-KEY (WS-ORDER (WS-INS-POS)) TO WS-CMP-KEY
              MOVE 0 TO WS-CMP-RESULT
              PERFORM COMPARE-ONE-SEGMENT
                 VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-SEG-USED
                    OR WS-CMP-RESULT NOT = 0
              IF WS-CMP-RESULT > 0
                 MOVE WS-ORDER (WS-INS-POS)
                    TO WS-ORDER (WS-INS-POS + 1)
                 SUBTRACT 1 FROM WS-INS-POS
              ELSE
                 SET WS-INS-DONE TO TRUE
              END-IF
           END-IF.

      * Positive when the held entry sorts after the new record.
       COMPARE-ONE-SEGMENT.
           COMPUTE WS-CMP-START = (WS-SEG-IDX - 1) * 30 + 1
           IF WS-CMP-KEY (WS-CMP-START:30)
              > WS-NEW-KEY (WS-CMP-START:30)
              MOVE 1 TO WS-CMP-RESULT
           END-IF
           IF WS-CMP-KEY (WS-CMP-START:30)
              < WS-NEW-KEY (WS-CMP-START:30)
              MOVE -1 TO WS-CMP-RESULT
           END-IF
           IF WS-SEG-ORDER (WS-SEG-IDX) = "D"
              COMPUTE WS-CMP-RESULT = 0 - WS-CMP-RESULT
           END-IF.

       EMIT-ONE-ENTRY.
           MOVE WS-SEL-RECORD (WS-ORDER (WS-OUT-IDX)) TO WORK-RECORD
           IF WS-BRK-USED > 0
              PERFORM CHECK-CONTROL-BREAKS
           END-IF
           IF WS-RPT-CSV
              PERFORM WRITE-CSV-DETAIL
           ELSE
              PERFORM PRINT-DETAIL-LINE
           END-IF
           ADD 1 TO WS-GRAND-COUNT
           PERFORM COUNT-ONE-LEVEL
              VARYING WS-BRK-IDX FROM 1 BY 1
              UNTIL WS-BRK-IDX > WS-BRK-USED
           PERFORM ACCUMULATE-ONE-COLUMN
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-USED.

      * The outermost break field that changed closes its own level
      * and every level inside it, innermost first.
       CHECK-CONTROL-BREAKS.
           MOVE 0 TO WS-BRK-CHANGED
           IF WS-OUT-IDX = 1
              MOVE 1 TO WS-BRK-CHANGED
           ELSE
              PERFORM FIND-CHANGED-LEVEL
                 VARYING WS-BRK-IDX FROM 1 BY 1
                 UNTIL WS-BRK-IDX > WS-BRK-USED
                    OR WS-BRK-CHANGED > 0
              IF WS-BRK-CHANGED > 0
                 PERFORM CLOSE-BREAK-LEVEL
                    VARYING WS-BRK-IDX FROM WS-BRK-USED BY -1
                    UNTIL WS-BRK-IDX < WS-BRK-CHANGED
              END-IF
           END-IF
           IF WS-BRK-CHANGED > 0
              PERFORM HOLD-BREAK-LEVEL
                 VARYING WS-BRK-IDX FROM WS-BRK-CHANGED BY 1
                 UNTIL WS-BRK-IDX > WS-BRK-USED
           END-IF.

       FIND-CHANGED-LEVEL.
           MOVE WS-BRK-FIELD (WS-BRK-IDX) TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           IF WS-FLD-KEY NOT = WS-BRK-HOLD-KEY (WS-BRK-IDX)
              MOVE WS-BRK-IDX TO WS-BRK-CHANGED
           END-IF.

       HOLD-BREAK-LEVEL.
           MOVE WS-BRK-FIELD (WS-BRK-IDX) TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           MOVE WS-FLD-KEY TO WS-BRK-HOLD-KEY (WS-BRK-IDX)
           MOVE WS-FLD-TEXT TO WS-BRK-HOLD-SHOW (WS-BRK-IDX)
           MOVE 0 TO WS-BRK-COUNT (WS-BRK-IDX)
           PERFORM RESET-LEVEL-COLUMN
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-USED.

       RESET-LEVEL-COLUMN.
           MOVE 0 TO WS-BRK-ACC (WS-BRK-IDX, WS-COL-IDX).

       COUNT-ONE-LEVEL.
           ADD 1 TO WS-BRK-COUNT (WS-BRK-IDX).

       ACCUMULATE-ONE-COLUMN.
           IF WS-COL-KIND (WS-COL-IDX) = "A"
              MOVE WS-COL-FIELD (WS-COL-IDX) TO WS-FLD-CODE
              PERFORM DESCRIBE-FIELD
              ADD WS-FLD-AMOUNT TO WS-GRAND-ACC (WS-COL-IDX)
              PERFORM ACCUMULATE-ONE-LEVEL
                 VARYING WS-BRK-IDX FROM 1 BY 1
                 UNTIL WS-BRK-IDX > WS-BRK-USED
           END-IF.

       ACCUMULATE-ONE-LEVEL.
           ADD WS-FLD-AMOUNT TO WS-BRK-ACC (WS-BRK-IDX, WS-COL-IDX).

       CLOSE-BREAK-LEVEL.
           MOVE WS-BRK-IDX TO WS-TOTAL-LEVEL
           MOVE WS-BRK-COUNT (WS-BRK-IDX) TO WS-TOTAL-COUNT
           IF WS-RPT-CSV
              PERFORM WRITE-CSV-TOTAL
           ELSE
              MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-OUT-LINE
              STRING "  SOUS-TOTAL "             DELIMITED BY SIZE
                     WS-BRK-FIELD (WS-BRK-IDX)   DELIMITED BY SPACE
                     " "                         DELIMITED BY SIZE
                     WS-BRK-HOLD-SHOW (WS-BRK-IDX)
                                                 DELIMITED BY SIZE
                     " ("                        DELIMITED BY SIZE
                     WS-COUNT-EDIT               DELIMITED BY SIZE
                     " ENR.)"                    DELIMITED BY SIZE
                     INTO WS-OUT-LINE (2:)
              END-STRING
              PERFORM PRINT-ONE-LINE
              PERFORM PRINT-TOTAL-AMOUNTS
              MOVE SPACES TO WS-OUT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE 0 TO WS-TOTAL-LEVEL
           MOVE WS-GRAND-COUNT TO WS-TOTAL-COUNT
           IF WS-RPT-CSV
              PERFORM WRITE-CSV-TOTAL
           ELSE
              MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-OUT-LINE
              IF WS-GRAND-COUNT = 0
                 MOVE "AUCUN ENREGISTREMENT SELECTIONNE"
                    TO WS-OUT-LINE (2:)
                 PERFORM PRINT-ONE-LINE
              END-IF
              STRING "TOTAL GENERAL ("  DELIMITED BY SIZE
                     WS-COUNT-EDIT      DELIMITED BY SIZE
                     " ENR.)"           DELIMITED BY SIZE
                     INTO WS-OUT-LINE (2:)
              END-STRING
              PERFORM PRINT-ONE-LINE
              PERFORM PRINT-TOTAL-AMOUNTS
           END-IF.

      * Amount columns only: a total under each amount column, the
      * other columns left blank.
       PRINT-TOTAL-AMOUNTS.
           MOVE SPACES TO WS-OUT-LINE
           MOVE "N" TO WS-TOTAL-HAS-AMOUNT-FLAG
           PERFORM PLACE-ONE-TOTAL
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-USED
           IF WS-TOTAL-HAS-AMOUNT
              PERFORM PRINT-ONE-LINE
           END-IF.

       PLACE-ONE-TOTAL.
           IF WS-COL-KIND (WS-COL-IDX) = "A"
              SET WS-TOTAL-HAS-AMOUNT TO TRUE
              PERFORM LOAD-TOTAL-AMOUNT
              MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-EDIT
      *       The total is one digit wider than the column; the
      *       separating blank in front of the column takes it.
              MOVE WS-TOTAL-EDIT
                 TO WS-OUT-LINE (WS-COL-POS (WS-COL-IDX) - 1:16)
           END-IF.

       LOAD-TOTAL-AMOUNT.
           IF WS-TOTAL-LEVEL = 0
              MOVE WS-GRAND-ACC (WS-COL-IDX) TO WS-TOTAL-AMOUNT
           ELSE
              MOVE WS-BRK-ACC (WS-TOTAL-LEVEL, WS-COL-IDX)
                 TO WS-TOTAL-AMOUNT
           END-IF.

       PRINT-DETAIL-LINE.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM PLACE-ONE-COLUMN
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-USED
           PERFORM PRINT-ONE-LINE.

       PLACE-ONE-COLUMN.
           MOVE WS-COL-FIELD (WS-COL-IDX) TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           MOVE WS-FLD-TEXT TO WS-OUT-LINE
              (WS-COL-POS (WS-COL-IDX):WS-COL-WIDTH (WS-COL-IDX)).

       PRINT-ONE-LINE.
           IF WS-PRINT-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE " " TO WS-OUT-LINE (1:1)
           MOVE WS-OUT-LINE (1:WS-LINE-WIDTH) TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-PRINT-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "1"                  DELIMITED BY SIZE
                  WS-RPT-TITLE         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-RPT-FROM          DELIMITED BY SIZE
                  " - "                DELIMITED BY SIZE
                  WS-RPT-TO            DELIMITED BY SIZE
                  "      PAGE "        DELIMITED BY SIZE
                  WS-PAGE-NUMBER-EDIT  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-OUT-LINE
           PERFORM PLACE-ONE-LABEL
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-USED
           MOVE WS-OUT-LINE (1:WS-LINE-WIDTH) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 3 TO WS-PRINT-LINE-COUNT.

       PLACE-ONE-LABEL.
           MOVE WS-COL-LABEL (WS-COL-IDX) TO WS-OUT-LINE
              (WS-COL-POS (WS-COL-IDX):WS-COL-WIDTH (WS-COL-IDX)).

      * CSV rows carry a leading type - D detail, S subtotal, T
      * grand total - so a spreadsheet can filter the totals out.
       WRITE-CSV-HEADING.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "TYPE" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           PERFORM ADD-CSV-LABEL
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-USED
           MOVE WS-OUT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       ADD-CSV-LABEL.
           MOVE WS-COL-LABEL (WS-COL-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-VALUE.

       WRITE-CSV-DETAIL.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "D" DELIMITED BY SIZE
                  INTO WS-OUT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           PERFORM ADD-CSV-COLUMN
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-USED
           MOVE WS-OUT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       ADD-CSV-COLUMN.
           MOVE WS-COL-FIELD (WS-COL-IDX) TO WS-FLD-CODE
           PERFORM DESCRIBE-FIELD
           IF WS-FLD-IS-AMOUNT
              MOVE WS-FLD-AMOUNT TO WS-CSV-AMOUNT-EDIT
              MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-VALUE
           ELSE
              MOVE WS-FLD-TEXT TO WS-CSV-VALUE
           END-IF
           PERFORM ADD-CSV-VALUE.

      * Subtotal rows repeat the break values they close; amount
      * columns carry the totals and the rest stay empty.
       WRITE-CSV-TOTAL.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-CSV-PTR
           IF WS-TOTAL-LEVEL = 0
              STRING "T" DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-CSV-PTR
              END-STRING
           ELSE
              STRING "S" DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF
           PERFORM ADD-CSV-TOTAL-COLUMN
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-USED
           MOVE WS-OUT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       ADD-CSV-TOTAL-COLUMN.
           MOVE SPACES TO WS-CSV-VALUE
           IF WS-COL-KIND (WS-COL-IDX) = "A"
              PERFORM LOAD-TOTAL-AMOUNT
              MOVE WS-TOTAL-AMOUNT TO WS-CSV-AMOUNT-EDIT
              MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-VALUE
           ELSE
              PERFORM FIND-HELD-BREAK-VALUE
                 VARYING WS-HELD-IDX FROM 1 BY 1
                 UNTIL WS-HELD-IDX > WS-TOTAL-LEVEL
           END-IF
           PERFORM ADD-CSV-VALUE.

       FIND-HELD-BREAK-VALUE.
           IF WS-BRK-FIELD (WS-HELD-IDX) = WS-COL-FIELD (WS-COL-IDX)
              MOVE WS-BRK-HOLD-SHOW (WS-HELD-IDX) TO WS-CSV-VALUE
           END-IF.

       ADD-CSV-VALUE.
           INSPECT WS-CSV-VALUE REPLACING ALL "," BY " "
           IF WS-CSV-VALUE = SPACES
              STRING "," DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-CSV-PTR
              END-STRING
           ELSE
              STRING ","                          DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CSV-VALUE) DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF.

      * The report sees CALCREC through field codes.  Amounts key on
      * the value offset clear of zero so negative amounts still
      * compare in order; rates key on their digits; codes, names
      * and dates key on their text.
       DESCRIBE-FIELD.
           MOVE SPACES TO WS-FLD-TEXT
           MOVE 0 TO WS-FLD-AMOUNT
           MOVE "T" TO WS-FLD-KIND
           EVALUATE WS-FLD-CODE
              WHEN "TRANS-ID"
                 MOVE CALC-REC-TRANS-ID TO WS-FLD-TEXT
                 MOVE 12 TO WS-FLD-WIDTH
              WHEN "DATE"
                 MOVE CALC-REC-DATE TO WS-FLD-TEXT
                 MOVE 10 TO WS-FLD-WIDTH
              WHEN "USER"
                 MOVE CALC-REC-USER TO WS-FLD-TEXT
                 MOVE 30 TO WS-FLD-WIDTH
              WHEN "OPERATION"
                 MOVE CALC-REC-OPERATION TO WS-FLD-TEXT
                 MOVE 2 TO WS-FLD-WIDTH
              WHEN "NUM1"
                 MOVE CALC-REC-NUM1 TO WS-FLD-AMOUNT
                 PERFORM DESCRIBE-AMOUNT-FIELD
              WHEN "NUM2"
                 MOVE CALC-REC-NUM2 TO WS-FLD-AMOUNT
                 PERFORM DESCRIBE-AMOUNT-FIELD
              WHEN "RESULT"
                 MOVE CALC-REC-RESULT TO WS-FLD-AMOUNT
                 PERFORM DESCRIBE-AMOUNT-FIELD
              WHEN "STATUS"
                 MOVE CALC-REC-STATUS TO WS-FLD-TEXT
                 MOVE 6 TO WS-FLD-WIDTH
              WHEN "CURRENCY"
                 MOVE CALC-REC-CURRENCY TO WS-FLD-TEXT
                 MOVE 6 TO WS-FLD-WIDTH
              WHEN "CONVERTED"
                 MOVE CALC-REC-CONVERTED TO WS-FLD-AMOUNT
                 PERFORM DESCRIBE-AMOUNT-FIELD
              WHEN "DEPARTMENT"
                 MOVE CALC-REC-DEPARTMENT TO WS-FLD-TEXT
                 MOVE 11 TO WS-FLD-WIDTH
              WHEN "FX-RATE"
                 MOVE CALC-REC-FX-RATE TO WS-KEY-RATE
                 PERFORM DESCRIBE-RATE-FIELD
              WHEN "RATE-DATE"
                 MOVE CALC-REC-RATE-DATE TO WS-FLD-TEXT
                 MOVE 9 TO WS-FLD-WIDTH
              WHEN "ENTITY"
                 MOVE CALC-REC-ENTITY TO WS-FLD-TEXT
                 MOVE 6 TO WS-FLD-WIDTH
              WHEN "TAX-CODE"
                 MOVE CALC-REC-TAX-CODE TO WS-FLD-TEXT
                 MOVE 8 TO WS-FLD-WIDTH
              WHEN "TAX-AMOUNT"
                 MOVE CALC-REC-TAX-AMOUNT TO WS-FLD-AMOUNT
                 PERFORM DESCRIBE-AMOUNT-FIELD
              WHEN "ACCOUNT"
                 MOVE CALC-REC-ACCOUNT TO WS-FLD-TEXT
                 MOVE 10 TO WS-FLD-WIDTH
              WHEN "REF-ID"
                 MOVE CALC-REC-REF-ID TO WS-FLD-TEXT
                 MOVE 12 TO WS-FLD-WIDTH
              WHEN "GROUP-CCY"
                 MOVE CALC-REC-GROUP-CCY TO WS-FLD-TEXT
                 MOVE 9 TO WS-FLD-WIDTH
              WHEN "GROUP-CONV"
                 MOVE CALC-REC-GROUP-CONV TO WS-FLD-AMOUNT
                 PERFORM DESCRIBE-AMOUNT-FIELD
              WHEN "GROUP-RATE"
                 MOVE CALC-REC-GROUP-RATE TO WS-KEY-RATE
                 PERFORM DESCRIBE-RATE-FIELD
              WHEN "PPA-FLAG"
                 MOVE CALC-REC-PPA-FLAG TO WS-FLD-TEXT
                 MOVE 3 TO WS-FLD-WIDTH
              WHEN "ORIG-DATE"
                 MOVE CALC-REC-ORIG-DATE TO WS-FLD-TEXT
                 MOVE 9 TO WS-FLD-WIDTH
              WHEN "RUN-ID"
                 MOVE CALC-REC-RUN-ID TO WS-FLD-TEXT
                 MOVE 15 TO WS-FLD-WIDTH
              WHEN OTHER
                 MOVE "?" TO WS-FLD-KIND
                 MOVE 0 TO WS-FLD-WIDTH
           END-EVALUATE
           IF WS-FLD-IS-TEXT
              MOVE WS-FLD-TEXT TO WS-FLD-KEY
           END-IF.

       DESCRIBE-AMOUNT-FIELD.
           MOVE "A" TO WS-FLD-KIND
           MOVE 15 TO WS-FLD-WIDTH
           MOVE WS-FLD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-FLD-TEXT
           COMPUTE WS-KEY-AMOUNT = WS-FLD-AMOUNT + 100000000000
           MOVE WS-KEY-AMOUNT-TEXT TO WS-FLD-KEY.

       DESCRIBE-RATE-FIELD.
           MOVE "R" TO WS-FLD-KIND
           MOVE 8 TO WS-FLD-WIDTH
           MOVE WS-KEY-RATE TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-FLD-TEXT
           MOVE WS-KEY-RATE-TEXT TO WS-FLD-KEY.

      * Cycle and entity runs write audit-DATE-xxx.log files; this
      * program reads only the base file, so their presence is
      * reported rather than silently ignored.
       CHECK-AUDIT-VARIANTS.
           IF WS-VARIANT-WARNED
              CONTINUE
           ELSE
              MOVE SPACES TO WS-VARIANT-CMD
              STRING "ls audit-"  DELIMITED BY SIZE
                     WS-DAY-DATE  DELIMITED BY SIZE
                     "-*.log > /dev/null 2>&1" DELIMITED BY SIZE
                     INTO WS-VARIANT-CMD
              END-STRING
              CALL "SYSTEM" USING WS-VARIANT-CMD
                  RETURNING WS-VARIANT-RC
              IF WS-VARIANT-RC = 0
                 SET WS-VARIANT-WARNED TO TRUE
                 DISPLAY "AVERTISSEMENT: des journaux d'audit par "
                         "cycle ou par entite existent pour cette "
                         "periode et ne sont pas inclus ici"
              END-IF
           END-IF.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: report table overflow - "
                      "narrow the date range or add a filter"
           ELSE
              DISPLAY "ARRET: debordement de la table du rapport - "
                      "reduire la periode ou ajouter un filtre"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

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
           IF WS-OWN-FULLNAME NOT = SPACES
              MOVE WS-OWN-FULLNAME TO WS-AJR-CALLER
           ELSE
              MOVE WS-USER-NAME TO WS-AJR-CALLER
           END-IF
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
                     " REPORT-WRITER "      DELIMITED BY SIZE
                     WS-AJR-CALLER          DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-AJR-FILTER          DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-AJR-COUNT           DELIMITED BY SIZE
                     INTO ACCESS-JOURNAL-RECORD
              END-STRING
              WRITE ACCESS-JOURNAL-RECORD
              CLOSE ACCESS-JOURNAL-FILE
           END-IF.

      * Role scoping: an inquiry-role profile sees only its own
      * records, an operator sees its department, a supervisor sees
      * everything.  No profile on file keeps the legacy open
      * behaviour for single-user shops.
       LOOKUP-OWN-PROFILE.
           MOVE SPACES TO WS-OWN-ROLE
           MOVE SPACES TO WS-OWN-DEPT
           MOVE SPACES TO WS-OWN-FULLNAME
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM MATCH-OWN-PROFILE UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-PROFILE-EOF TO TRUE
           END-READ.

       MATCH-OWN-PROFILE.
           IF PRF-USER-ID = WS-USER-NAME
              MOVE PRF-ROLE TO WS-OWN-ROLE
              MOVE PRF-DEPARTMENT TO WS-OWN-DEPT
              IF PRF-FULL-NAME = SPACES
                 MOVE PRF-USER-ID TO WS-OWN-FULLNAME
              ELSE
                 MOVE PRF-FULL-NAME TO WS-OWN-FULLNAME
              END-IF
           END-IF
           PERFORM READ-PROFILE-RECORD.

       CHECK-RECORD-SCOPE.
           MOVE "Y" TO WS-SCOPE-OK-FLAG
           EVALUATE WS-OWN-ROLE
              WHEN "I"
                 IF CALC-REC-USER NOT = WS-OWN-FULLNAME
                    MOVE "N" TO WS-SCOPE-OK-FLAG
                 END-IF
              WHEN "O"
                 IF CALC-REC-DEPARTMENT NOT = WS-OWN-DEPT
                    MOVE "N" TO WS-SCOPE-OK-FLAG
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

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

       END PROGRAM REPORT-WRITER.
