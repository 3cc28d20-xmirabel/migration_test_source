       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAT-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO DYNAMIC WS-FISCAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FISCAL-STATUS.

           SELECT BOX-FILE ASSIGN TO DYNAMIC WS-BOX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOX-STATUS.

           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FISCAL-FILE.
       01 FISCAL-RECORD.
          05 FSC-YEAR             PIC 9(4).
          05 FILLER               PIC X(1).
          05 FSC-PERIOD           PIC 9(2).
          05 FILLER               PIC X(1).
          05 FSC-START-DATE       PIC 9(8).
          05 FILLER               PIC X(1).
          05 FSC-END-DATE         PIC 9(8).
          05 FILLER               PIC X(1).
          05 FSC-CLOSED-FLAG      PIC X(1).

      * Box mapping: the line of the return form each tax code is
      * declared on.  Several codes may share a line.
       FD BOX-FILE.
       01 BOX-RECORD.
          05 VBX-TAX-CODE         PIC X(3).
          05 FILLER               PIC X(1).
          05 VBX-LINE             PIC X(4).
          05 FILLER               PIC X(1).
          05 VBX-LABEL            PIC X(40).

       FD ENTITY-FILE.
       01 ENTITY-RECORD.
          05 ENT-CODE             PIC X(3).
          05 FILLER               PIC X(1).
          05 ENT-DESCRIPTION      PIC X(30).
          05 FILLER               PIC X(1).
          05 ENT-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 ENT-GL-COMPANY       PIC X(4).
          05 FILLER               PIC X(1).
          05 ENT-ACTIVE           PIC X(1).
          05 FILLER               PIC X(1).
          05 ENT-CALENDAR         PIC X(3).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-FILENAME      PIC X(100)
                                     VALUE "fiscal_calendar.dat".
       01 WS-FISCAL-STATUS        PIC X(2).
       01 WS-FISCAL-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-FISCAL-EOF                    VALUE "Y".
       01 WS-BOX-FILENAME         PIC X(100)  VALUE "vat_boxes.dat".
       01 WS-BOX-STATUS           PIC X(2).
       01 WS-BOX-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-BOX-EOF                       VALUE "Y".
       01 WS-ENTITY-FILENAME      PIC X(100)  VALUE SPACES.
       01 WS-ENTITY-STATUS        PIC X(2).
       01 WS-ENTITY-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                    VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-DAY-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-YEAR-TEXT            PIC X(4)    VALUE SPACES.
       01 WS-PERIOD-FROM-TEXT     PIC X(2)    VALUE SPACES.
       01 WS-PERIOD-TO-TEXT       PIC X(2)    VALUE SPACES.
       01 WS-VAT-YEAR             PIC 9(4)    VALUE 0.
       01 WS-PERIOD-FROM          PIC 9(2)    VALUE 0.
       01 WS-PERIOD-TO            PIC 9(2)    VALUE 0.
       01 WS-ENTITY-FILTER        PIC X(3)    VALUE SPACES.
       01 WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01 WS-RANGE-START          PIC 9(8)    VALUE 0.
       01 WS-RANGE-END            PIC 9(8)    VALUE 0.
       01 WS-PERIODS-FOUND        PIC 9(2)    VALUE 0.
       01 WS-PERIODS-OPEN         PIC 9(2)    VALUE 0.

       01 WS-SCAN-MONTH           PIC 9(6).
       01 WS-SCAN-MONTH-X REDEFINES WS-SCAN-MONTH.
          05 WS-SCAN-YYYY         PIC 9(4).
          05 WS-SCAN-MM           PIC 9(2).
       01 WS-DAY-NUM              PIC 9(2).
       01 WS-SCAN-DATE            PIC 9(8).
       01 WS-FILES-READ           PIC 9(5)    VALUE 0.

       01 WS-BOX-TABLE.
          05 WS-BOX-ENTRY OCCURS 50 TIMES.
             10 WS-BOXT-CODE         PIC X(3).
             10 WS-BOXT-LINE         PIC X(4).
             10 WS-BOXT-LABEL        PIC X(40).
       01 WS-BOX-USED             PIC 9(3)    VALUE 0.
       01 WS-BOX-MAX              PIC 9(3)    VALUE 50.
       01 WS-BOX-IDX              PIC 9(3).
       01 WS-BOX-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-BOX-FOUND                     VALUE "Y".
       01 WS-PRIOR-IDX            PIC 9(3).

       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 50 TIMES.
             10 WS-ENTT-CODE         PIC X(3).
       01 WS-ENT-USED             PIC 9(3)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(3)    VALUE 50.
       01 WS-ENT-IDX              PIC 9(3).

      * One accumulator per entity, return line and currency.
       01 WS-VAT-TABLE.
          05 WS-VAT-ENTRY OCCURS 300 TIMES.
             10 WS-VATT-ENTITY       PIC X(3).
             10 WS-VATT-LINE         PIC X(4).
             10 WS-VATT-CCY          PIC X(3).
             10 WS-VATT-LABEL        PIC X(40).
             10 WS-VATT-COUNT        PIC 9(7).
             10 WS-VATT-BASE         PIC S9(13)V99.
             10 WS-VATT-TAX          PIC S9(13)V99.
             10 WS-VATT-PPA-BASE     PIC S9(13)V99.
             10 WS-VATT-PPA-TAX      PIC S9(13)V99.
       01 WS-VAT-USED             PIC 9(3)    VALUE 0.
       01 WS-VAT-MAX              PIC 9(3)    VALUE 300.
       01 WS-VAT-IDX              PIC 9(3).
       01 WS-VAT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-VAT-FOUND                     VALUE "Y".
       01 WS-MATCH-ENTITY         PIC X(3).
       01 WS-MATCH-LINE           PIC X(4).
       01 WS-MATCH-LABEL          PIC X(40).

      * Prior-period adjustments posted in the return period, kept
      * line by line for the separate listing.
       01 WS-PPA-TABLE.
          05 WS-PPA-ENTRY OCCURS 500 TIMES.
             10 WS-PPAT-ENTITY       PIC X(3).
             10 WS-PPAT-TRANS-ID     PIC X(12).
             10 WS-PPAT-POST-DATE    PIC 9(8).
             10 WS-PPAT-ORIG-DATE    PIC 9(8).
             10 WS-PPAT-TAX-CODE     PIC X(3).
             10 WS-PPAT-LINE         PIC X(4).
             10 WS-PPAT-BASE         PIC S9(11)V99.
             10 WS-PPAT-TAX          PIC S9(11)V99.
             10 WS-PPAT-CCY          PIC X(3).
       01 WS-PPA-USED             PIC 9(3)    VALUE 0.
       01 WS-PPA-MAX              PIC 9(3)    VALUE 500.
       01 WS-PPA-IDX              PIC 9(3).

       01 WS-UNMAPPED-COUNT       PIC 9(7)    VALUE 0.
       01 WS-CURRENT-ENTITY       PIC X(3).
       01 WS-ENTITY-LINES         PIC 9(3).
       01 WS-ENTITY-TAX           PIC S9(13)V99.
       01 WS-ENTITY-CCY           PIC X(3).
       01 WS-ENTITY-MIXED-FLAG    PIC X(1)    VALUE "N".
          88 WS-ENTITY-MIXED                  VALUE "Y".
       01 WS-REPORTED-FLAG        PIC X(1)    VALUE "N".
          88 WS-REPORTED                      VALUE "Y".

       01 WS-COUNT-EDIT           PIC ZZZ,ZZ9.
       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-AMOUNT-EDIT2         PIC -(12)9.99.

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.


      * VAT return preparation: taxable base and tax totalled per
      * entity and return line over a run of fiscal periods, read
      * from the daily audit files (and the per-entity files of
      * entity runs).  Prior-period adjustments count in the period
      * they were posted and are listed again on their own.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-DAY-DATE, WS-DATE-SOURCE
           MOVE WS-DAY-DATE TO WS-BUSINESS-DATE

           ACCEPT WS-YEAR-TEXT FROM ENVIRONMENT "VAT_YEAR"
           ACCEPT WS-PERIOD-FROM-TEXT FROM ENVIRONMENT
                  "VAT_PERIOD_FROM"
           ACCEPT WS-PERIOD-TO-TEXT FROM ENVIRONMENT "VAT_PERIOD_TO"
           ACCEPT WS-ENTITY-FILTER FROM ENVIRONMENT "VAT_ENTITY"

           IF WS-YEAR-TEXT NUMERIC AND WS-PERIOD-FROM-TEXT NUMERIC
              MOVE WS-YEAR-TEXT TO WS-VAT-YEAR
              MOVE WS-PERIOD-FROM-TEXT TO WS-PERIOD-FROM
              IF WS-PERIOD-TO-TEXT NUMERIC
                 MOVE WS-PERIOD-TO-TEXT TO WS-PERIOD-TO
              ELSE
                 MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
              END-IF
           END-IF

           PERFORM LOAD-FISCAL-RANGE
           IF WS-PERIODS-FOUND = 0 OR WS-PERIOD-TO < WS-PERIOD-FROM
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no fiscal period on file for the "
                         "requested return (VAT_YEAR / "
                         "VAT_PERIOD_FROM / VAT_PERIOD_TO)"
              ELSE
                 DISPLAY "ERREUR: aucune periode fiscale pour la "
                         "declaration demandee (VAT_YEAR / "
                         "VAT_PERIOD_FROM / VAT_PERIOD_TO)"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "vat_return-"   DELIMITED BY SIZE
                  WS-VAT-YEAR     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-PERIOD-FROM  DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-PERIOD-TO    DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           IF WS-LOCALE-EN
              DISPLAY "=== VAT return: " WS-VAT-YEAR " periods "
                      WS-PERIOD-FROM " to " WS-PERIOD-TO
                      " (" WS-RANGE-START " - " WS-RANGE-END ") ==="
           ELSE
              DISPLAY "=== Declaration de TVA: " WS-VAT-YEAR
                      " periodes " WS-PERIOD-FROM " a "
                      WS-PERIOD-TO " (" WS-RANGE-START " - "
                      WS-RANGE-END ") ==="
           END-IF
           IF WS-PERIODS-OPEN > 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: " WS-PERIODS-OPEN
                         " period(s) still open - figures are "
                         "provisional"
              ELSE
                 DISPLAY "AVERTISSEMENT: " WS-PERIODS-OPEN
                         " periode(s) encore ouverte(s) - montants "
                         "provisoires"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           PERFORM LOAD-BOX-MAPPING
           PERFORM LOAD-ENTITY-CODES

           MOVE WS-RANGE-START (1:6) TO WS-SCAN-MONTH
           PERFORM SCAN-ONE-MONTH
              UNTIL WS-SCAN-MONTH > WS-RANGE-END (1:6)

           IF WS-FILES-READ = 0
              IF WS-LOCALE-EN
                 DISPLAY "No audit activity found for the period"
              ELSE
                 DISPLAY "Aucune activite d'audit sur la periode"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           PERFORM WRITE-RETURN-REPORT

           IF WS-UNMAPPED-COUNT > 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: " WS-UNMAPPED-COUNT
                         " taxed record(s) on a code missing from "
                         FUNCTION TRIM (WS-BOX-FILENAME)
              ELSE
                 DISPLAY "AVERTISSEMENT: " WS-UNMAPPED-COUNT
                         " enregistrement(s) taxe(s) sur un code "
                         "absent de "
                         FUNCTION TRIM (WS-BOX-FILENAME)
              END-IF
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Return written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
              DISPLAY "Prior-period adjustments: " WS-PPA-USED
           ELSE
              DISPLAY "Declaration ecrite dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
              DISPLAY "Ajustements de periodes anterieures: "
                      WS-PPA-USED
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * The return covers fiscal periods FROM..TO of the year; with
      * no period given it is the period holding the business date.
       LOAD-FISCAL-RANGE.
           MOVE "N" TO WS-FISCAL-EOF-FLAG
           OPEN INPUT FISCAL-FILE
           IF WS-FISCAL-STATUS = "00"
              PERFORM READ-FISCAL-RECORD
              PERFORM NOTE-FISCAL-PERIOD UNTIL WS-FISCAL-EOF
              CLOSE FISCAL-FILE
           END-IF.

       READ-FISCAL-RECORD.
           READ FISCAL-FILE
              AT END
                 SET WS-FISCAL-EOF TO TRUE
           END-READ.

       NOTE-FISCAL-PERIOD.
           IF WS-VAT-YEAR = 0
              AND FSC-START-DATE <= WS-BUSINESS-DATE
              AND FSC-END-DATE >= WS-BUSINESS-DATE
              MOVE FSC-YEAR TO WS-VAT-YEAR
              MOVE FSC-PERIOD TO WS-PERIOD-FROM
              MOVE FSC-PERIOD TO WS-PERIOD-TO
           END-IF
           IF FSC-YEAR = WS-VAT-YEAR
              AND FSC-PERIOD >= WS-PERIOD-FROM
              AND FSC-PERIOD <= WS-PERIOD-TO
              ADD 1 TO WS-PERIODS-FOUND
              IF FSC-CLOSED-FLAG NOT = "Y"
                 ADD 1 TO WS-PERIODS-OPEN
              END-IF
              IF WS-RANGE-START = 0 OR FSC-START-DATE < WS-RANGE-START
                 MOVE FSC-START-DATE TO WS-RANGE-START
              END-IF
              IF FSC-END-DATE > WS-RANGE-END
                 MOVE FSC-END-DATE TO WS-RANGE-END
              END-IF
           END-IF
           PERFORM READ-FISCAL-RECORD.

       LOAD-BOX-MAPPING.
           MOVE "N" TO WS-BOX-EOF-FLAG
           OPEN INPUT BOX-FILE
           IF WS-BOX-STATUS = "00"
              PERFORM READ-BOX-RECORD
              PERFORM LOAD-ONE-BOX UNTIL WS-BOX-EOF
              CLOSE BOX-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: no box mapping file "
                         FUNCTION TRIM (WS-BOX-FILENAME)
              ELSE
                 DISPLAY "AVERTISSEMENT: fichier de correspondance "
                         "des lignes absent: "
                         FUNCTION TRIM (WS-BOX-FILENAME)
              END-IF
           END-IF.

       READ-BOX-RECORD.
           READ BOX-FILE
              AT END
                 SET WS-BOX-EOF TO TRUE
           END-READ.

       LOAD-ONE-BOX.
           IF VBX-TAX-CODE NOT = SPACES
              IF WS-BOX-USED >= WS-BOX-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-BOX-USED
              MOVE VBX-TAX-CODE TO WS-BOXT-CODE (WS-BOX-USED)
              MOVE VBX-LINE TO WS-BOXT-LINE (WS-BOX-USED)
              MOVE VBX-LABEL TO WS-BOXT-LABEL (WS-BOX-USED)
           END-IF
           PERFORM READ-BOX-RECORD.

       LOAD-ENTITY-CODES.
           ACCEPT WS-ENTITY-FILENAME FROM ENVIRONMENT "ENTITY_FILE"
           IF WS-ENTITY-FILENAME = SPACES
              MOVE "entity_master.dat" TO WS-ENTITY-FILENAME
           END-IF
           MOVE "N" TO WS-ENTITY-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-STATUS = "00"
              PERFORM READ-ENTITY-RECORD
              PERFORM LOAD-ONE-ENTITY UNTIL WS-ENTITY-EOF
              CLOSE ENTITY-FILE
           END-IF.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
              AT END
                 SET WS-ENTITY-EOF TO TRUE
           END-READ.

       LOAD-ONE-ENTITY.
           IF ENT-CODE NOT = SPACES AND ENT-ACTIVE NOT = "N"
              AND WS-ENT-USED < WS-ENT-MAX
              ADD 1 TO WS-ENT-USED
              MOVE ENT-CODE TO WS-ENTT-CODE (WS-ENT-USED)
           END-IF
           PERFORM READ-ENTITY-RECORD.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: VAT return table overflow - return "
                      "refused, raise the table size"
           ELSE
              DISPLAY "ARRET: debordement d'une table de la "
                      "declaration de TVA - declaration refusee, "
                      "augmenter la taille de la table"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       SCAN-ONE-MONTH.
           PERFORM SCAN-ONE-DAY VARYING WS-DAY-NUM FROM 1 BY 1
              UNTIL WS-DAY-NUM > 31
           IF WS-SCAN-MM = 12
              ADD 1 TO WS-SCAN-YYYY
              MOVE 1 TO WS-SCAN-MM
           ELSE
              ADD 1 TO WS-SCAN-MM
           END-IF.

      * Each day contributes its base audit file and, for entity
      * runs, the audit-DATE-ENT.log file of every entity on file.
       SCAN-ONE-DAY.
           COMPUTE WS-SCAN-DATE = WS-SCAN-MONTH * 100 + WS-DAY-NUM
           IF WS-SCAN-DATE >= WS-RANGE-START
              AND WS-SCAN-DATE <= WS-RANGE-END
              MOVE SPACES TO WS-AUDIT-FILENAME
              STRING "audit-"      DELIMITED BY SIZE
                     WS-SCAN-DATE  DELIMITED BY SIZE
                     ".log"        DELIMITED BY SIZE
                     INTO WS-AUDIT-FILENAME
              END-STRING
              PERFORM READ-ONE-AUDIT-FILE
              PERFORM SCAN-ENTITY-FILE
                 VARYING WS-ENT-IDX FROM 1 BY 1
                 UNTIL WS-ENT-IDX > WS-ENT-USED
           END-IF.

       SCAN-ENTITY-FILE.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"      DELIMITED BY SIZE
                  WS-SCAN-DATE  DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  WS-ENTT-CODE (WS-ENT-IDX) DELIMITED BY SIZE
                  ".log"        DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           END-STRING
           PERFORM READ-ONE-AUDIT-FILE.

       READ-ONE-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-FILES-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM TALLY-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       TALLY-AUDIT-RECORD.
           IF CALC-REC-TAX-CODE NOT = SPACES
              AND (WS-ENTITY-FILTER = SPACES
                   OR CALC-REC-ENTITY = WS-ENTITY-FILTER)
              PERFORM TALLY-TAXED-RECORD
           END-IF
           PERFORM READ-AUDIT-RECORD.

       TALLY-TAXED-RECORD.
           MOVE "N" TO WS-BOX-FOUND-FLAG
           PERFORM FIND-BOX-ENTRY
              VARYING WS-BOX-IDX FROM 1 BY 1
              UNTIL WS-BOX-IDX > WS-BOX-USED OR WS-BOX-FOUND
           IF WS-BOX-FOUND
              MOVE WS-BOXT-LINE (WS-BOX-IDX) TO WS-MATCH-LINE
              MOVE WS-BOXT-LABEL (WS-BOX-IDX) TO WS-MATCH-LABEL
           ELSE
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE "????" TO WS-MATCH-LINE
              MOVE SPACES TO WS-MATCH-LABEL
              STRING "CODE NON AFFECTE " DELIMITED BY SIZE
                     CALC-REC-TAX-CODE   DELIMITED BY SIZE
                     INTO WS-MATCH-LABEL
              END-STRING
           END-IF
           MOVE CALC-REC-ENTITY TO WS-MATCH-ENTITY
           MOVE "N" TO WS-VAT-FOUND-FLAG
           PERFORM FIND-VAT-ENTRY
              VARYING WS-VAT-IDX FROM 1 BY 1
              UNTIL WS-VAT-IDX > WS-VAT-USED OR WS-VAT-FOUND
           IF NOT WS-VAT-FOUND
              IF WS-VAT-USED >= WS-VAT-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-VAT-USED
              MOVE WS-VAT-USED TO WS-VAT-IDX
              MOVE WS-MATCH-ENTITY TO WS-VATT-ENTITY (WS-VAT-IDX)
              MOVE WS-MATCH-LINE TO WS-VATT-LINE (WS-VAT-IDX)
              MOVE CALC-REC-CURRENCY TO WS-VATT-CCY (WS-VAT-IDX)
              MOVE WS-MATCH-LABEL TO WS-VATT-LABEL (WS-VAT-IDX)
              MOVE 0 TO WS-VATT-COUNT (WS-VAT-IDX)
              MOVE 0 TO WS-VATT-BASE (WS-VAT-IDX)
              MOVE 0 TO WS-VATT-TAX (WS-VAT-IDX)
              MOVE 0 TO WS-VATT-PPA-BASE (WS-VAT-IDX)
              MOVE 0 TO WS-VATT-PPA-TAX (WS-VAT-IDX)
           END-IF
           ADD 1 TO WS-VATT-COUNT (WS-VAT-IDX)
           ADD CALC-REC-RESULT TO WS-VATT-BASE (WS-VAT-IDX)
           ADD CALC-REC-TAX-AMOUNT TO WS-VATT-TAX (WS-VAT-IDX)
           IF CALC-REC-PPA-FLAG = "Y"
              ADD CALC-REC-RESULT TO WS-VATT-PPA-BASE (WS-VAT-IDX)
              ADD CALC-REC-TAX-AMOUNT TO WS-VATT-PPA-TAX (WS-VAT-IDX)
              PERFORM NOTE-PPA-RECORD
           END-IF.

       FIND-BOX-ENTRY.
           IF CALC-REC-TAX-CODE = WS-BOXT-CODE (WS-BOX-IDX)
              SET WS-BOX-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BOX-IDX
           END-IF.

       FIND-VAT-ENTRY.
           IF WS-MATCH-ENTITY = WS-VATT-ENTITY (WS-VAT-IDX)
              AND WS-MATCH-LINE = WS-VATT-LINE (WS-VAT-IDX)
              AND CALC-REC-CURRENCY = WS-VATT-CCY (WS-VAT-IDX)
              SET WS-VAT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-VAT-IDX
           END-IF.

       NOTE-PPA-RECORD.
           IF WS-PPA-USED >= WS-PPA-MAX
              PERFORM ABEND-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-PPA-USED
           MOVE CALC-REC-ENTITY TO WS-PPAT-ENTITY (WS-PPA-USED)
           MOVE CALC-REC-TRANS-ID TO WS-PPAT-TRANS-ID (WS-PPA-USED)
           MOVE WS-SCAN-DATE TO WS-PPAT-POST-DATE (WS-PPA-USED)
           MOVE CALC-REC-ORIG-DATE TO WS-PPAT-ORIG-DATE (WS-PPA-USED)
           MOVE CALC-REC-TAX-CODE TO WS-PPAT-TAX-CODE (WS-PPA-USED)
           MOVE WS-MATCH-LINE TO WS-PPAT-LINE (WS-PPA-USED)
           MOVE CALC-REC-RESULT TO WS-PPAT-BASE (WS-PPA-USED)
           MOVE CALC-REC-TAX-AMOUNT TO WS-PPAT-TAX (WS-PPA-USED)
           MOVE CALC-REC-CURRENCY TO WS-PPAT-CCY (WS-PPA-USED).

      * The report follows the entity master order, then any entity
      * found on the records but not on file; within an entity the
      * lines come in box-mapping order.
       WRITE-RETURN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "DECLARATION DE TVA - EXERCICE " DELIMITED BY SIZE
                  WS-VAT-YEAR        DELIMITED BY SIZE
                  " PERIODES "       DELIMITED BY SIZE
                  WS-PERIOD-FROM     DELIMITED BY SIZE
                  " A "              DELIMITED BY SIZE
                  WS-PERIOD-TO       DELIMITED BY SIZE
                  " DU "             DELIMITED BY SIZE
                  WS-RANGE-START     DELIMITED BY SIZE
                  " AU "             DELIMITED BY SIZE
                  WS-RANGE-END       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-PERIODS-OPEN > 0
              MOVE "*** PERIODE NON CLOTUREE - MONTANTS PROVISOIRES"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM WRITE-ENTITY-FROM-MASTER
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-USED
           PERFORM WRITE-ENTITY-NOT-ON-FILE
              VARYING WS-VAT-IDX FROM 1 BY 1
              UNTIL WS-VAT-IDX > WS-VAT-USED

           MOVE SPACES TO REPORT-RECORD
           STRING "AJUSTEMENTS DE PERIODES ANTERIEURES (INCLUS CI-"
                     DELIMITED BY SIZE
                  "DESSUS): " DELIMITED BY SIZE
                  WS-PPA-USED DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-PPA-LINE
              VARYING WS-PPA-IDX FROM 1 BY 1
              UNTIL WS-PPA-IDX > WS-PPA-USED
           CLOSE REPORT-FILE.

       WRITE-ENTITY-FROM-MASTER.
           IF WS-ENTITY-FILTER = SPACES
              OR WS-ENTITY-FILTER = WS-ENTT-CODE (WS-ENT-IDX)
              MOVE WS-ENTT-CODE (WS-ENT-IDX) TO WS-CURRENT-ENTITY
              PERFORM WRITE-ENTITY-SECTION
           END-IF.

       WRITE-ENTITY-NOT-ON-FILE.
           MOVE "N" TO WS-REPORTED-FLAG
           PERFORM CHECK-ENTITY-ON-FILE
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-USED OR WS-REPORTED
           IF NOT WS-REPORTED
              PERFORM CHECK-ENTITY-EARLIER
                 VARYING WS-PRIOR-IDX FROM 1 BY 1
                 UNTIL WS-PRIOR-IDX >= WS-VAT-IDX OR WS-REPORTED
           END-IF
           IF NOT WS-REPORTED
              MOVE WS-VATT-ENTITY (WS-VAT-IDX) TO WS-CURRENT-ENTITY
              PERFORM WRITE-ENTITY-SECTION
           END-IF.

       CHECK-ENTITY-ON-FILE.
           IF WS-VATT-ENTITY (WS-VAT-IDX) = WS-ENTT-CODE (WS-ENT-IDX)
              SET WS-REPORTED TO TRUE
           END-IF.

       CHECK-ENTITY-EARLIER.
           IF WS-VATT-ENTITY (WS-VAT-IDX)
              = WS-VATT-ENTITY (WS-PRIOR-IDX)
              SET WS-REPORTED TO TRUE
           END-IF.

       WRITE-ENTITY-SECTION.
           MOVE 0 TO WS-ENTITY-LINES
           MOVE 0 TO WS-ENTITY-TAX
           MOVE SPACES TO WS-ENTITY-CCY
           MOVE "N" TO WS-ENTITY-MIXED-FLAG
           MOVE SPACES TO REPORT-RECORD
           STRING "ENTITE " DELIMITED BY SIZE
                  WS-CURRENT-ENTITY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "  LIGNE LIBELLE                                  "
              TO REPORT-RECORD
           MOVE "NB          BASE HT             TAXE DEV"
              TO REPORT-RECORD (50:)
           WRITE REPORT-RECORD
           PERFORM WRITE-MAPPED-LINES
              VARYING WS-BOX-IDX FROM 1 BY 1
              UNTIL WS-BOX-IDX > WS-BOX-USED
           MOVE "????" TO WS-MATCH-LINE
           PERFORM WRITE-LINES-FOR-BOX
              VARYING WS-VAT-IDX FROM 1 BY 1
              UNTIL WS-VAT-IDX > WS-VAT-USED
           IF WS-ENTITY-LINES = 0
              MOVE "  AUCUNE OPERATION TAXABLE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              MOVE WS-ENTITY-TAX TO WS-AMOUNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              IF WS-ENTITY-MIXED
                 MOVE "  TOTAL TAXE (DEVISES MULTIPLES)"
                    TO REPORT-RECORD
              ELSE
                 MOVE "  TOTAL TAXE" TO REPORT-RECORD
                 MOVE WS-ENTITY-CCY TO REPORT-RECORD (92:3)
              END-IF
              MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (75:16)
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      * A line shared by several tax codes is printed once, at the
      * first code that maps to it.
       WRITE-MAPPED-LINES.
           MOVE WS-BOXT-LINE (WS-BOX-IDX) TO WS-MATCH-LINE
           MOVE "N" TO WS-REPORTED-FLAG
           PERFORM CHECK-LINE-EARLIER
              VARYING WS-PRIOR-IDX FROM 1 BY 1
              UNTIL WS-PRIOR-IDX >= WS-BOX-IDX OR WS-REPORTED
           IF NOT WS-REPORTED
              PERFORM WRITE-LINES-FOR-BOX
                 VARYING WS-VAT-IDX FROM 1 BY 1
                 UNTIL WS-VAT-IDX > WS-VAT-USED
           END-IF.

       CHECK-LINE-EARLIER.
           IF WS-BOXT-LINE (WS-PRIOR-IDX) = WS-MATCH-LINE
              SET WS-REPORTED TO TRUE
           END-IF.

       WRITE-LINES-FOR-BOX.
           IF WS-VATT-ENTITY (WS-VAT-IDX) = WS-CURRENT-ENTITY
              AND WS-VATT-LINE (WS-VAT-IDX) = WS-MATCH-LINE
              ADD 1 TO WS-ENTITY-LINES
              ADD WS-VATT-TAX (WS-VAT-IDX) TO WS-ENTITY-TAX
              IF WS-ENTITY-CCY = SPACES
                 MOVE WS-VATT-CCY (WS-VAT-IDX) TO WS-ENTITY-CCY
              ELSE
                 IF WS-ENTITY-CCY NOT = WS-VATT-CCY (WS-VAT-IDX)
                    SET WS-ENTITY-MIXED TO TRUE
                 END-IF
              END-IF
              MOVE WS-VATT-COUNT (WS-VAT-IDX) TO WS-COUNT-EDIT
              MOVE WS-VATT-BASE (WS-VAT-IDX) TO WS-AMOUNT-EDIT
              MOVE WS-VATT-TAX (WS-VAT-IDX) TO WS-AMOUNT-EDIT2
              MOVE SPACES TO REPORT-RECORD
              STRING "  "                        DELIMITED BY SIZE
                     WS-VATT-LINE (WS-VAT-IDX)   DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     WS-VATT-LABEL (WS-VAT-IDX)  DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-COUNT-EDIT               DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-AMOUNT-EDIT              DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-AMOUNT-EDIT2             DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-VATT-CCY (WS-VAT-IDX)    DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              IF WS-VATT-PPA-TAX (WS-VAT-IDX) NOT = 0
                 OR WS-VATT-PPA-BASE (WS-VAT-IDX) NOT = 0
                 MOVE WS-VATT-PPA-BASE (WS-VAT-IDX) TO WS-AMOUNT-EDIT
                 MOVE WS-VATT-PPA-TAX (WS-VAT-IDX) TO WS-AMOUNT-EDIT2
                 MOVE SPACES TO REPORT-RECORD
                 STRING "        DONT AJUSTEMENTS ANTERIEURS"
                           DELIMITED BY SIZE
                        "                      " DELIMITED BY SIZE
                        WS-AMOUNT-EDIT  DELIMITED BY SIZE
                        " "             DELIMITED BY SIZE
                        WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
                 WRITE REPORT-RECORD
              END-IF
           END-IF.

       WRITE-PPA-LINE.
           MOVE WS-PPAT-BASE (WS-PPA-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-PPAT-TAX (WS-PPA-IDX) TO WS-AMOUNT-EDIT2
           MOVE SPACES TO REPORT-RECORD
           STRING "  "                            DELIMITED BY SIZE
                  WS-PPAT-ENTITY (WS-PPA-IDX)     DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-PPAT-TRANS-ID (WS-PPA-IDX)   DELIMITED BY SIZE
                  " COMPTABILISE "                DELIMITED BY SIZE
                  WS-PPAT-POST-DATE (WS-PPA-IDX)  DELIMITED BY SIZE
                  " AU TITRE DU "                 DELIMITED BY SIZE
                  WS-PPAT-ORIG-DATE (WS-PPA-IDX)  DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-PPAT-TAX-CODE (WS-PPA-IDX)   DELIMITED BY SIZE
                  "/"                             DELIMITED BY SIZE
                  WS-PPAT-LINE (WS-PPA-IDX)       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                  DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT2                 DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-PPAT-CCY (WS-PPA-IDX)        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.


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

       END PROGRAM VAT-RETURN.
