       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SAMPLE-FILE ASSIGN TO DYNAMIC WS-SAMPLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAMPLE-STATUS.

           SELECT BENFORD-FILE ASSIGN TO DYNAMIC WS-BENFORD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BENFORD-STATUS.

           SELECT ACCESS-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-JOURNAL-STATUS.
           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD SAMPLE-FILE.
       01 SAMPLE-RECORD           PIC X(160).

       FD BENFORD-FILE.
       01 BENFORD-RECORD          PIC X(132).

       FD ACCESS-JOURNAL-FILE.
       01 ACCESS-JOURNAL-RECORD   PIC X(120).
       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-SAMPLE-FILENAME      PIC X(100).
       01 WS-SAMPLE-STATUS        PIC X(2).
       01 WS-BENFORD-FILENAME     PIC X(100).
       01 WS-BENFORD-STATUS       PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

      * Selection parameters.  The seed is printed on the workpaper;
      * running again with the same range, entity, method, size and
      * seed reproduces the same sample.
       01 WS-SAMPLE-FROM          PIC X(8).
       01 WS-SAMPLE-TO            PIC X(8).
       01 WS-SAMPLE-ENTITY        PIC X(3)    VALUE SPACES.
       01 WS-SAMPLE-METHOD        PIC X(1)    VALUE "M".
          88 WS-METHOD-MONETARY               VALUE "M".
          88 WS-METHOD-RANDOM                 VALUE "R".
       01 WS-SAMPLE-SIZE-TEXT     PIC X(3)    VALUE SPACES.
       01 WS-SAMPLE-SIZE          PIC 9(3)    VALUE 25.
       01 WS-SAMPLE-MAX           PIC 9(3)    VALUE 500.
       01 WS-SEED-TEXT            PIC X(9)    VALUE SPACES.
       01 WS-SEED                 PIC 9(9)    VALUE 0.
       01 WS-TIME-NOW             PIC 9(8).
       01 WS-RANDOM-VALUE         PIC V9(9).

       01 WS-FROM-INT             PIC 9(7).
       01 WS-TO-INT               PIC 9(7).
       01 WS-DAY-INT              PIC 9(7).
       01 WS-DAY-DATE             PIC 9(8).
       01 WS-PASS                 PIC 9(1).
          88 WS-PASS-POPULATION               VALUE 1.
          88 WS-PASS-SELECTION                VALUE 2.

      * Population, counted on the first pass.
       01 WS-POP-COUNT            PIC 9(9)    VALUE 0.
       01 WS-POP-VALUE            PIC S9(15)V99 VALUE 0.
       01 WS-RECORD-NUM           PIC 9(9)    VALUE 0.
       01 WS-SCAN-COUNT           PIC 9(9)    VALUE 0.
       01 WS-ABS-RESULT           PIC S9(11)V99.

      * Monetary-unit selection: a point every interval along the
      * cumulative absolute value, the first at a random start.
       01 WS-INTERVAL             PIC S9(13)V99 VALUE 0.
       01 WS-NEXT-POINT           PIC S9(15)V99 VALUE 0.
       01 WS-CUMULATIVE           PIC S9(15)V99 VALUE 0.
       01 WS-HITS                 PIC 9(5).

      * Random selection: record numbers drawn from the seed, kept
      * in ascending order so the second pass walks them in step.
       01 WS-PICK-TABLE.
          05 WS-PICK-NUM OCCURS 500 TIMES PIC 9(9).
       01 WS-PICK-USED            PIC 9(3)    VALUE 0.
       01 WS-PICK-IDX             PIC 9(3).
       01 WS-PICK-NEXT            PIC 9(3)    VALUE 1.
       01 WS-PICK-CANDIDATE       PIC 9(9).
       01 WS-PICK-DUP-FLAG        PIC X(1)    VALUE "N".
          88 WS-PICK-DUPLICATE                VALUE "Y".
       01 WS-DRAW-COUNT           PIC 9(7)    VALUE 0.

       01 WS-SELECTED-COUNT       PIC 9(5)    VALUE 0.
       01 WS-SELECTED-VALUE       PIC S9(15)V99 VALUE 0.
       01 WS-KEY-ITEM-FLAG        PIC X(1)    VALUE "N".
          88 WS-KEY-ITEM                      VALUE "Y".

      * First-digit analysis.  Group 1 is the whole population;
      * the others are one per department (D) and per user (U).
       01 WS-BENFORD-EXPECTED-VALUES.
          05 FILLER               PIC V9(5)   VALUE .30103.
          05 FILLER               PIC V9(5)   VALUE .17609.
          05 FILLER               PIC V9(5)   VALUE .12494.
          05 FILLER               PIC V9(5)   VALUE .09691.
          05 FILLER               PIC V9(5)   VALUE .07918.
          05 FILLER               PIC V9(5)   VALUE .06695.
          05 FILLER               PIC V9(5)   VALUE .05799.
          05 FILLER               PIC V9(5)   VALUE .05115.
          05 FILLER               PIC V9(5)   VALUE .04576.
       01 WS-BENFORD-EXPECTED REDEFINES WS-BENFORD-EXPECTED-VALUES
                                  PIC V9(5) OCCURS 9 TIMES.
       01 WS-GROUP-TABLE.
          05 WS-GRP-ENTRY OCCURS 200 TIMES.
             10 WS-GRP-TYPE          PIC X(1).
             10 WS-GRP-KEY           PIC X(30).
             10 WS-GRP-TOTAL         PIC 9(9).
             10 WS-GRP-DIGIT-COUNT   PIC 9(9) OCCURS 9 TIMES.
             10 WS-GRP-CHI-SQUARE    PIC 9(7)V99.
             10 WS-GRP-MAD           PIC 9V9(5).
       01 WS-GRP-USED             PIC 9(3)    VALUE 0.
       01 WS-GRP-MAX              PIC 9(3)    VALUE 200.
       01 WS-GRP-IDX              PIC 9(3).
       01 WS-GRP-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-GRP-FOUND                     VALUE "Y".
       01 WS-GRP-OVERFLOW-FLAG    PIC X(1)    VALUE "N".
          88 WS-GRP-OVERFLOW                  VALUE "Y".
       01 WS-LOOK-TYPE            PIC X(1).
       01 WS-LOOK-KEY             PIC X(30).
       01 WS-DIGIT                PIC 9(1).
       01 WS-DIGIT-IDX            PIC 9(2).
       01 WS-DIGIT-TEXT           PIC 9(11)V99.
       01 WS-DIGIT-CHARS REDEFINES WS-DIGIT-TEXT PIC X(13).
       01 WS-CHAR-IDX             PIC 9(2).
       01 WS-EXPECTED-COUNT       PIC 9(9)V9(5).
       01 WS-OBSERVED-SHARE       PIC 9V9(5).
       01 WS-SHARE-GAP            PIC S9V9(5).
       01 WS-FLAGGED-COUNT        PIC 9(3)    VALUE 0.
      * Chi-square at 8 degrees of freedom, 5% level; below the
      * minimum count a group is shown but never flagged.
       01 WS-CHI-CRITICAL         PIC 9(3)V99 VALUE 15.51.
       01 WS-MIN-GROUP-TEXT       PIC X(5)    VALUE SPACES.
       01 WS-MIN-GROUP-COUNT      PIC 9(5)    VALUE 50.

       01 WS-RESULT-EDIT          PIC -(11)9.99.
       01 WS-AMOUNT-EDIT          PIC -(14)9.99.
       01 WS-COUNT-EDIT           PIC Z(8)9.
       01 WS-SHARE-EDIT           PIC 9.99999.
       01 WS-SHARE-EDIT-2         PIC 9.99999.
       01 WS-CHI-EDIT             PIC Z(6)9.99.
       01 WS-MAD-EDIT             PIC 9.99999.
       01 WS-SEED-EDIT            PIC 9(9).

       01 WS-VARIANT-CMD          PIC X(150).
       01 WS-VARIANT-RC           PIC S9(9) COMP-5.
       01 WS-VARIANT-WARNED-FLAG  PIC X(1)    VALUE "N".
          88 WS-VARIANT-WARNED                VALUE "Y".

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


      * Internal audit's quarterly sample: the audit trail for a
      * date range (and optionally one entity) is read twice - once
      * to count and value the population and tally first digits,
      * once to pick the sample - so nothing has to be held in
      * memory but the picks.  Sampling is monetary-unit (M) or
      * simple random (R) from a recorded seed.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           PERFORM LOOKUP-OWN-PROFILE

           PERFORM ACCEPT-SAMPLE-PARAMETERS

           MOVE SPACES TO WS-SAMPLE-FILENAME
           STRING "audit_sample-"  DELIMITED BY SIZE
                  WS-SAMPLE-FROM   DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-SAMPLE-TO     DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-SAMPLE-FILENAME
           MOVE SPACES TO WS-BENFORD-FILENAME
           STRING "benford-"       DELIMITED BY SIZE
                  WS-SAMPLE-FROM   DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-SAMPLE-TO     DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-BENFORD-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Audit sample: " WS-SAMPLE-FROM " - "
                      WS-SAMPLE-TO " ==="
           ELSE
              DISPLAY "=== Echantillon d'audit: " WS-SAMPLE-FROM
                      " - " WS-SAMPLE-TO " ==="
           END-IF

           MOVE 1 TO WS-GRP-USED
           MOVE 1 TO WS-GRP-IDX
           MOVE "*" TO WS-GRP-TYPE (1)
           MOVE "POPULATION" TO WS-GRP-KEY (1)
           MOVE 0 TO WS-GRP-TOTAL (1)
           PERFORM CLEAR-GROUP-DIGIT VARYING WS-DIGIT-IDX FROM 1 BY 1
              UNTIL WS-DIGIT-IDX > 9
           MOVE 1 TO WS-PASS
           PERFORM SCAN-ONE-DAY
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TO-INT

           IF WS-POP-COUNT = 0
              IF WS-LOCALE-EN
                 DISPLAY "No audit records in the range - nothing "
                         "sampled"
              ELSE
                 DISPLAY "Aucun enregistrement d'audit dans la "
                         "plage - rien a echantillonner"
              END-IF
              MOVE "VIDE" TO WS-AJR-FILTER
              MOVE 0 TO WS-AJR-COUNT
              PERFORM APPEND-ACCESS-JOURNAL
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM PREPARE-SELECTION

           OPEN OUTPUT SAMPLE-FILE
           PERFORM WRITE-SAMPLE-HEADER
           MOVE 2 TO WS-PASS
           MOVE 0 TO WS-RECORD-NUM
           MOVE 0 TO WS-CUMULATIVE
           MOVE 1 TO WS-PICK-NEXT
           PERFORM SCAN-ONE-DAY
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TO-INT
           PERFORM WRITE-SAMPLE-TOTALS
           CLOSE SAMPLE-FILE

           PERFORM SCORE-ONE-GROUP VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-USED
           OPEN OUTPUT BENFORD-FILE
           PERFORM WRITE-BENFORD-REPORT
           CLOSE BENFORD-FILE

           MOVE "ECHANTILLON" TO WS-AJR-FILTER
           MOVE WS-SELECTED-COUNT TO WS-AJR-COUNT
           PERFORM APPEND-ACCESS-JOURNAL

           IF WS-LOCALE-EN
              DISPLAY "Population: " WS-POP-COUNT " records"
              DISPLAY "Sample: " WS-SELECTED-COUNT " records, seed "
                      WS-SEED
              DISPLAY "Groups flagged by first-digit test: "
                      WS-FLAGGED-COUNT
              DISPLAY "Workpaper written to "
                      FUNCTION TRIM (WS-SAMPLE-FILENAME)
              DISPLAY "First-digit analysis written to "
                      FUNCTION TRIM (WS-BENFORD-FILENAME)
           ELSE
              DISPLAY "Population: " WS-POP-COUNT " enregistrements"
              DISPLAY "Echantillon: " WS-SELECTED-COUNT
                      " enregistrements, graine " WS-SEED
              DISPLAY "Groupes signales par le test du premier "
                      "chiffre: " WS-FLAGGED-COUNT
              DISPLAY "Feuille de travail ecrite dans "
                      FUNCTION TRIM (WS-SAMPLE-FILENAME)
              DISPLAY "Analyse du premier chiffre ecrite dans "
                      FUNCTION TRIM (WS-BENFORD-FILENAME)
           END-IF
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

           IF WS-FLAGGED-COUNT > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       ACCEPT-SAMPLE-PARAMETERS.
           ACCEPT WS-SAMPLE-FROM FROM ENVIRONMENT "SAMPLE_FROM"
           IF WS-SAMPLE-FROM NOT NUMERIC OR WS-SAMPLE-FROM = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: SAMPLE_FROM (YYYYMMDD) is required"
              ELSE
                 DISPLAY "Erreur: SAMPLE_FROM (AAAAMMJJ) est requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-SAMPLE-TO FROM ENVIRONMENT "SAMPLE_TO"
           IF WS-SAMPLE-TO NOT NUMERIC OR WS-SAMPLE-TO = SPACES
              MOVE WS-SAMPLE-FROM TO WS-SAMPLE-TO
           END-IF
           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (WS-SAMPLE-FROM))
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (WS-SAMPLE-TO))
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

           ACCEPT WS-SAMPLE-ENTITY FROM ENVIRONMENT "SAMPLE_ENTITY"
           ACCEPT WS-SAMPLE-METHOD FROM ENVIRONMENT "SAMPLE_METHOD"
           IF NOT WS-METHOD-RANDOM
              MOVE "M" TO WS-SAMPLE-METHOD
           END-IF
           ACCEPT WS-SAMPLE-SIZE-TEXT FROM ENVIRONMENT "SAMPLE_SIZE"
           IF WS-SAMPLE-SIZE-TEXT NOT = SPACES
              IF FUNCTION TRIM (WS-SAMPLE-SIZE-TEXT) IS NUMERIC
                 COMPUTE WS-SAMPLE-SIZE =
                    FUNCTION NUMVAL (WS-SAMPLE-SIZE-TEXT)
              END-IF
           END-IF
           IF WS-SAMPLE-SIZE = 0 OR WS-SAMPLE-SIZE > WS-SAMPLE-MAX
              IF WS-LOCALE-EN
                 DISPLAY "Error: sample size must be 1 to "
                         WS-SAMPLE-MAX
              ELSE
                 DISPLAY "Erreur: la taille d'echantillon doit etre "
                         "de 1 a " WS-SAMPLE-MAX
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

      * Without a seed one is taken from the clock and printed, so
      * the sample can still be drawn again.
           ACCEPT WS-SEED-TEXT FROM ENVIRONMENT "SAMPLE_SEED"
           IF WS-SEED-TEXT NOT = SPACES
              AND FUNCTION TRIM (WS-SEED-TEXT) IS NUMERIC
              COMPUTE WS-SEED = FUNCTION NUMVAL (WS-SEED-TEXT)
           ELSE
              ACCEPT WS-TIME-NOW FROM TIME
              MOVE WS-TIME-NOW TO WS-SEED
           END-IF

           ACCEPT WS-MIN-GROUP-TEXT FROM ENVIRONMENT
                  "BENFORD_MIN_COUNT"
           IF WS-MIN-GROUP-TEXT NOT = SPACES
              AND FUNCTION TRIM (WS-MIN-GROUP-TEXT) IS NUMERIC
              COMPUTE WS-MIN-GROUP-COUNT =
                 FUNCTION NUMVAL (WS-MIN-GROUP-TEXT)
           END-IF.

       SCAN-ONE-DAY.
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"     DELIMITED BY SIZE
                  WS-DAY-DATE  DELIMITED BY SIZE
                  ".log"       DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           IF WS-PASS-POPULATION
              PERFORM CHECK-AUDIT-VARIANTS
           END-IF

           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM READ-AUDIT-RECORD
              PERFORM TAKE-ONE-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
              NOT AT END
                 IF WS-PASS-POPULATION
                    ADD 1 TO WS-SCAN-COUNT
                 END-IF
           END-READ.

      * The population is every posted calculation of the entity in
      * the caller's scope; refused and failed lines are left out.
       TAKE-ONE-RECORD.
           IF (WS-SAMPLE-ENTITY = SPACES
               OR CALC-REC-ENTITY = WS-SAMPLE-ENTITY)
              AND CALC-REC-STATUS = 0
              PERFORM CHECK-RECORD-SCOPE
              IF NOT WS-SCOPE-OK
                 IF WS-PASS-POPULATION
                    ADD 1 TO WS-SCOPE-REFUSED
                 END-IF
              ELSE
                 IF CALC-REC-RESULT < 0
                    COMPUTE WS-ABS-RESULT = 0 - CALC-REC-RESULT
                 ELSE
                    MOVE CALC-REC-RESULT TO WS-ABS-RESULT
                 END-IF
                 ADD 1 TO WS-RECORD-NUM
                 IF WS-PASS-POPULATION
                    PERFORM TALLY-POPULATION-RECORD
                 ELSE
                    PERFORM SELECT-ONE-RECORD
                 END-IF
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       TALLY-POPULATION-RECORD.
           ADD 1 TO WS-POP-COUNT
           ADD WS-ABS-RESULT TO WS-POP-VALUE
           PERFORM FIND-FIRST-DIGIT
           IF WS-DIGIT > 0
              MOVE 1 TO WS-GRP-IDX
              PERFORM COUNT-GROUP-DIGIT
              MOVE "D" TO WS-LOOK-TYPE
              MOVE CALC-REC-DEPARTMENT TO WS-LOOK-KEY
              PERFORM LOCATE-GROUP
              PERFORM COUNT-GROUP-DIGIT
              MOVE "U" TO WS-LOOK-TYPE
              MOVE CALC-REC-USER TO WS-LOOK-KEY
              PERFORM LOCATE-GROUP
              PERFORM COUNT-GROUP-DIGIT
           END-IF.

       FIND-FIRST-DIGIT.
           MOVE 0 TO WS-DIGIT
           MOVE WS-ABS-RESULT TO WS-DIGIT-TEXT
           PERFORM CHECK-ONE-CHAR VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > 13 OR WS-DIGIT > 0.

       CHECK-ONE-CHAR.
           IF WS-DIGIT-CHARS (WS-CHAR-IDX:1) NOT = "0"
              MOVE WS-DIGIT-CHARS (WS-CHAR-IDX:1) TO WS-DIGIT
           END-IF.

      * A group that does not fit the table is counted in the
      * population line only, and the report says so.
       LOCATE-GROUP.
           MOVE "N" TO WS-GRP-FOUND-FLAG
           PERFORM FIND-GROUP VARYING WS-GRP-IDX FROM 2 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-USED OR WS-GRP-FOUND
           IF NOT WS-GRP-FOUND
              IF WS-GRP-USED >= WS-GRP-MAX
                 SET WS-GRP-OVERFLOW TO TRUE
                 MOVE 0 TO WS-GRP-IDX
              ELSE
                 ADD 1 TO WS-GRP-USED
                 MOVE WS-GRP-USED TO WS-GRP-IDX
                 MOVE WS-LOOK-TYPE TO WS-GRP-TYPE (WS-GRP-IDX)
                 MOVE WS-LOOK-KEY TO WS-GRP-KEY (WS-GRP-IDX)
                 MOVE 0 TO WS-GRP-TOTAL (WS-GRP-IDX)
                 PERFORM CLEAR-GROUP-DIGIT
                    VARYING WS-DIGIT-IDX FROM 1 BY 1
                    UNTIL WS-DIGIT-IDX > 9
              END-IF
           END-IF.

       FIND-GROUP.
           IF WS-GRP-TYPE (WS-GRP-IDX) = WS-LOOK-TYPE
              AND WS-GRP-KEY (WS-GRP-IDX) = WS-LOOK-KEY
              SET WS-GRP-FOUND TO TRUE
              SUBTRACT 1 FROM WS-GRP-IDX
           END-IF.

       CLEAR-GROUP-DIGIT.
           MOVE 0 TO WS-GRP-DIGIT-COUNT (WS-GRP-IDX, WS-DIGIT-IDX).

       COUNT-GROUP-DIGIT.
           IF WS-GRP-IDX > 0
              ADD 1 TO WS-GRP-TOTAL (WS-GRP-IDX)
              ADD 1 TO WS-GRP-DIGIT-COUNT (WS-GRP-IDX, WS-DIGIT)
           END-IF.

      * Monetary-unit: interval = population value / sample size,
      * start drawn from the seed inside the first interval.
      * Random: sample-size distinct record numbers drawn from the
      * seed; a sample as large as the population takes it all.
       PREPARE-SELECTION.
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM (WS-SEED)
           IF WS-METHOD-MONETARY
              IF WS-POP-VALUE > 0
                 COMPUTE WS-INTERVAL = WS-POP-VALUE / WS-SAMPLE-SIZE
              END-IF
              IF WS-INTERVAL < 0.01
                 MOVE 0.01 TO WS-INTERVAL
              END-IF
              COMPUTE WS-NEXT-POINT = WS-INTERVAL * WS-RANDOM-VALUE
              IF WS-NEXT-POINT < 0.01
                 MOVE 0.01 TO WS-NEXT-POINT
              END-IF
           ELSE
              IF WS-SAMPLE-SIZE >= WS-POP-COUNT
                 MOVE WS-POP-COUNT TO WS-PICK-USED
                 PERFORM PICK-EVERY-RECORD
                    VARYING WS-PICK-IDX FROM 1 BY 1
                    UNTIL WS-PICK-IDX > WS-PICK-USED
              ELSE
                 PERFORM DRAW-ONE-PICK
                    UNTIL WS-PICK-USED >= WS-SAMPLE-SIZE
              END-IF
           END-IF.

       PICK-EVERY-RECORD.
           MOVE WS-PICK-IDX TO WS-PICK-NUM (WS-PICK-IDX).

       DRAW-ONE-PICK.
           ADD 1 TO WS-DRAW-COUNT
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
           COMPUTE WS-PICK-CANDIDATE =
              WS-RANDOM-VALUE * WS-POP-COUNT + 1
           IF WS-PICK-CANDIDATE > WS-POP-COUNT
              MOVE WS-POP-COUNT TO WS-PICK-CANDIDATE
           END-IF
           MOVE "N" TO WS-PICK-DUP-FLAG
           PERFORM CHECK-PICK-DUPLICATE
              VARYING WS-PICK-IDX FROM 1 BY 1
              UNTIL WS-PICK-IDX > WS-PICK-USED OR WS-PICK-DUPLICATE
           IF NOT WS-PICK-DUPLICATE
              PERFORM INSERT-PICK
           END-IF.

       CHECK-PICK-DUPLICATE.
           IF WS-PICK-NUM (WS-PICK-IDX) = WS-PICK-CANDIDATE
              SET WS-PICK-DUPLICATE TO TRUE
           END-IF.

      * Insertion keeps the picks in ascending record order.
       INSERT-PICK.
           ADD 1 TO WS-PICK-USED
           MOVE WS-PICK-USED TO WS-PICK-IDX
           PERFORM SHIFT-PICK-UP
              UNTIL WS-PICK-IDX = 1
                 OR WS-PICK-NUM (WS-PICK-IDX - 1) < WS-PICK-CANDIDATE
           MOVE WS-PICK-CANDIDATE TO WS-PICK-NUM (WS-PICK-IDX).

       SHIFT-PICK-UP.
           MOVE WS-PICK-NUM (WS-PICK-IDX - 1)
              TO WS-PICK-NUM (WS-PICK-IDX)
           SUBTRACT 1 FROM WS-PICK-IDX.

       SELECT-ONE-RECORD.
           MOVE "N" TO WS-KEY-ITEM-FLAG
           IF WS-METHOD-MONETARY
              IF WS-ABS-RESULT > 0
                 ADD WS-ABS-RESULT TO WS-CUMULATIVE
                 MOVE 0 TO WS-HITS
                 PERFORM ADVANCE-SELECTION-POINT
                    UNTIL WS-NEXT-POINT > WS-CUMULATIVE
                 IF WS-HITS > 0
                    IF WS-HITS > 1
                       SET WS-KEY-ITEM TO TRUE
                    END-IF
                    PERFORM WRITE-SELECTED-RECORD
                 END-IF
              END-IF
           ELSE
              IF WS-PICK-NEXT <= WS-PICK-USED
                 AND WS-PICK-NUM (WS-PICK-NEXT) = WS-RECORD-NUM
                 ADD 1 TO WS-PICK-NEXT
                 PERFORM WRITE-SELECTED-RECORD
              END-IF
           END-IF.

       ADVANCE-SELECTION-POINT.
           ADD 1 TO WS-HITS
           ADD WS-INTERVAL TO WS-NEXT-POINT.

       WRITE-SAMPLE-HEADER.
           MOVE SPACES TO SAMPLE-RECORD
           STRING "FEUILLE DE TRAVAIL - ECHANTILLON D'AUDIT "
                                      DELIMITED BY SIZE
                  WS-SAMPLE-FROM      DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  WS-SAMPLE-TO        DELIMITED BY SIZE
                  INTO SAMPLE-RECORD
           END-STRING
           WRITE SAMPLE-RECORD
           MOVE SPACES TO SAMPLE-RECORD
           IF WS-SAMPLE-ENTITY = SPACES
              MOVE "  ENTITE: TOUTES" TO SAMPLE-RECORD
           ELSE
              STRING "  ENTITE: "      DELIMITED BY SIZE
                     WS-SAMPLE-ENTITY  DELIMITED BY SIZE
                     INTO SAMPLE-RECORD
              END-STRING
           END-IF
           WRITE SAMPLE-RECORD
           MOVE SPACES TO SAMPLE-RECORD
           IF WS-METHOD-MONETARY
              MOVE WS-INTERVAL TO WS-AMOUNT-EDIT
              STRING "  METHODE: UNITE MONETAIRE   INTERVALLE "
                                        DELIMITED BY SIZE
                     WS-AMOUNT-EDIT     DELIMITED BY SIZE
                     INTO SAMPLE-RECORD
              END-STRING
           ELSE
              MOVE "  METHODE: ALEATOIRE SIMPLE" TO SAMPLE-RECORD
           END-IF
           WRITE SAMPLE-RECORD
           MOVE WS-SEED TO WS-SEED-EDIT
           MOVE SPACES TO SAMPLE-RECORD
           STRING "  TAILLE DEMANDEE: "   DELIMITED BY SIZE
                  WS-SAMPLE-SIZE          DELIMITED BY SIZE
                  "   GRAINE: "           DELIMITED BY SIZE
                  WS-SEED-EDIT            DELIMITED BY SIZE
                  INTO SAMPLE-RECORD
           END-STRING
           WRITE SAMPLE-RECORD
           MOVE WS-POP-COUNT TO WS-COUNT-EDIT
           MOVE WS-POP-VALUE TO WS-AMOUNT-EDIT
           MOVE SPACES TO SAMPLE-RECORD
           STRING "  POPULATION: "        DELIMITED BY SIZE
                  WS-COUNT-EDIT           DELIMITED BY SIZE
                  " ENREGISTREMENTS   VALEUR ABSOLUE "
                                          DELIMITED BY SIZE
                  WS-AMOUNT-EDIT          DELIMITED BY SIZE
                  INTO SAMPLE-RECORD
           END-STRING
           WRITE SAMPLE-RECORD
           MOVE SPACES TO SAMPLE-RECORD
           WRITE SAMPLE-RECORD
           MOVE SPACES TO SAMPLE-RECORD
           STRING "   NO.ENR TRANS-ID     DATE       "
                                          DELIMITED BY SIZE
                  "UTILISATEUR                    "
                                          DELIMITED BY SIZE
                  "DEPARTEMENT ENT OP        RESULTAT DEV "
                                          DELIMITED BY SIZE
                  "COMPTE     "           DELIMITED BY SIZE
                  INTO SAMPLE-RECORD
           END-STRING
           WRITE SAMPLE-RECORD.

       WRITE-SELECTED-RECORD.
           ADD 1 TO WS-SELECTED-COUNT
           ADD WS-ABS-RESULT TO WS-SELECTED-VALUE
           MOVE WS-RECORD-NUM TO WS-COUNT-EDIT
           MOVE CALC-REC-RESULT TO WS-RESULT-EDIT
           MOVE SPACES TO SAMPLE-RECORD
           STRING WS-COUNT-EDIT        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-REC-TRANS-ID    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-REC-DATE        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-REC-USER        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-REC-DEPARTMENT  DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CALC-REC-ENTITY      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-REC-OPERATION   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-RESULT-EDIT       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-REC-CURRENCY    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CALC-REC-ACCOUNT     DELIMITED BY SIZE
                  INTO SAMPLE-RECORD
           END-STRING
           IF WS-KEY-ITEM
              MOVE " ELEMENT CLE" TO SAMPLE-RECORD (139:12)
           END-IF
           WRITE SAMPLE-RECORD.

       WRITE-SAMPLE-TOTALS.
           MOVE SPACES TO SAMPLE-RECORD
           WRITE SAMPLE-RECORD
           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-SELECTED-VALUE TO WS-AMOUNT-EDIT
           MOVE SPACES TO SAMPLE-RECORD
           STRING "ECHANTILLON: "        DELIMITED BY SIZE
                  WS-COUNT-EDIT          DELIMITED BY SIZE
                  " ENREGISTREMENTS   VALEUR ABSOLUE "
                                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT         DELIMITED BY SIZE
                  INTO SAMPLE-RECORD
           END-STRING
           WRITE SAMPLE-RECORD
           IF WS-VARIANT-WARNED
              MOVE SPACES TO SAMPLE-RECORD
              STRING "NB: JOURNAUX D'AUDIT PAR CYCLE OU PAR ENTITE "
                                         DELIMITED BY SIZE
                     "NON INCLUS DANS LA POPULATION"
                                         DELIMITED BY SIZE
                     INTO SAMPLE-RECORD
              END-STRING
              WRITE SAMPLE-RECORD
           END-IF.

      * Chi-square of observed against expected first-digit counts,
      * plus the mean absolute deviation of the proportions.
       SCORE-ONE-GROUP.
           MOVE 0 TO WS-GRP-CHI-SQUARE (WS-GRP-IDX)
           MOVE 0 TO WS-GRP-MAD (WS-GRP-IDX)
           IF WS-GRP-TOTAL (WS-GRP-IDX) > 0
              PERFORM SCORE-ONE-DIGIT
                 VARYING WS-DIGIT-IDX FROM 1 BY 1
                 UNTIL WS-DIGIT-IDX > 9
              COMPUTE WS-GRP-MAD (WS-GRP-IDX) ROUNDED =
                 WS-GRP-MAD (WS-GRP-IDX) / 9
              IF WS-GRP-IDX > 1
                 AND WS-GRP-TOTAL (WS-GRP-IDX) >= WS-MIN-GROUP-COUNT
                 AND WS-GRP-CHI-SQUARE (WS-GRP-IDX) > WS-CHI-CRITICAL
                 ADD 1 TO WS-FLAGGED-COUNT
              END-IF
           END-IF.

       SCORE-ONE-DIGIT.
           COMPUTE WS-EXPECTED-COUNT =
              WS-GRP-TOTAL (WS-GRP-IDX)
              * WS-BENFORD-EXPECTED (WS-DIGIT-IDX)
           COMPUTE WS-GRP-CHI-SQUARE (WS-GRP-IDX) ROUNDED =
              WS-GRP-CHI-SQUARE (WS-GRP-IDX)
              + (WS-GRP-DIGIT-COUNT (WS-GRP-IDX, WS-DIGIT-IDX)
                 - WS-EXPECTED-COUNT) ** 2 / WS-EXPECTED-COUNT
           COMPUTE WS-SHARE-GAP ROUNDED =
              WS-GRP-DIGIT-COUNT (WS-GRP-IDX, WS-DIGIT-IDX)
              / WS-GRP-TOTAL (WS-GRP-IDX)
              - WS-BENFORD-EXPECTED (WS-DIGIT-IDX)
           IF WS-SHARE-GAP < 0
              COMPUTE WS-SHARE-GAP = 0 - WS-SHARE-GAP
           END-IF
           ADD WS-SHARE-GAP TO WS-GRP-MAD (WS-GRP-IDX).

       WRITE-BENFORD-REPORT.
           MOVE SPACES TO BENFORD-RECORD
           STRING "ANALYSE DU PREMIER CHIFFRE (BENFORD) - "
                                        DELIMITED BY SIZE
                  WS-SAMPLE-FROM        DELIMITED BY SIZE
                  " - "                 DELIMITED BY SIZE
                  WS-SAMPLE-TO          DELIMITED BY SIZE
                  INTO BENFORD-RECORD
           END-STRING
           WRITE BENFORD-RECORD
           MOVE WS-CHI-CRITICAL TO WS-CHI-EDIT
           MOVE WS-MIN-GROUP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO BENFORD-RECORD
           STRING "  SEUIL KHI-DEUX (8 DDL, 5%): " DELIMITED BY SIZE
                  WS-CHI-EDIT                      DELIMITED BY SIZE
                  "   EFFECTIF MINIMUM: "          DELIMITED BY SIZE
                  WS-COUNT-EDIT                    DELIMITED BY SIZE
                  INTO BENFORD-RECORD
           END-STRING
           WRITE BENFORD-RECORD
           MOVE SPACES TO BENFORD-RECORD
           WRITE BENFORD-RECORD
           MOVE "CHIFFRE   OBSERVE  PART OBS.  PART ATT."
              TO BENFORD-RECORD
           WRITE BENFORD-RECORD
           MOVE 1 TO WS-GRP-IDX
           PERFORM WRITE-DIGIT-LINE VARYING WS-DIGIT-IDX FROM 1 BY 1
              UNTIL WS-DIGIT-IDX > 9
           MOVE WS-GRP-TOTAL (1) TO WS-COUNT-EDIT
           MOVE WS-GRP-CHI-SQUARE (1) TO WS-CHI-EDIT
           MOVE WS-GRP-MAD (1) TO WS-MAD-EDIT
           MOVE SPACES TO BENFORD-RECORD
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-COUNT-EDIT          DELIMITED BY SIZE
                  "   KHI-DEUX "         DELIMITED BY SIZE
                  WS-CHI-EDIT            DELIMITED BY SIZE
                  "   ECART MOYEN "      DELIMITED BY SIZE
                  WS-MAD-EDIT            DELIMITED BY SIZE
                  INTO BENFORD-RECORD
           END-STRING
           WRITE BENFORD-RECORD
           MOVE SPACES TO BENFORD-RECORD
           WRITE BENFORD-RECORD
           MOVE SPACES TO BENFORD-RECORD
           STRING "T GROUPE                          EFFECTIF"
                                        DELIMITED BY SIZE
                  "   KHI-DEUX  ECART MOY.  CONSTAT"
                                        DELIMITED BY SIZE
                  INTO BENFORD-RECORD
           END-STRING
           WRITE BENFORD-RECORD
           PERFORM WRITE-GROUP-LINE VARYING WS-GRP-IDX FROM 2 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-USED
           IF WS-GRP-OVERFLOW
              MOVE "NB: TABLE DES GROUPES PLEINE - GROUPES SUIVANTS "
                 TO BENFORD-RECORD
              MOVE "COMPTES DANS LA POPULATION SEULEMENT"
                 TO BENFORD-RECORD (49:36)
              WRITE BENFORD-RECORD
           END-IF.

       WRITE-DIGIT-LINE.
           MOVE WS-GRP-DIGIT-COUNT (1, WS-DIGIT-IDX) TO WS-COUNT-EDIT
           COMPUTE WS-OBSERVED-SHARE ROUNDED =
              WS-GRP-DIGIT-COUNT (1, WS-DIGIT-IDX) / WS-GRP-TOTAL (1)
           MOVE WS-OBSERVED-SHARE TO WS-SHARE-EDIT
           MOVE WS-BENFORD-EXPECTED (WS-DIGIT-IDX) TO WS-SHARE-EDIT-2
           MOVE SPACES TO BENFORD-RECORD
           STRING "   "                  DELIMITED BY SIZE
                  WS-DIGIT-IDX (2:1)     DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-COUNT-EDIT          DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-SHARE-EDIT          DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-SHARE-EDIT-2        DELIMITED BY SIZE
                  INTO BENFORD-RECORD
           END-STRING
           WRITE BENFORD-RECORD.

       WRITE-GROUP-LINE.
           MOVE WS-GRP-TOTAL (WS-GRP-IDX) TO WS-COUNT-EDIT
           MOVE WS-GRP-CHI-SQUARE (WS-GRP-IDX) TO WS-CHI-EDIT
           MOVE WS-GRP-MAD (WS-GRP-IDX) TO WS-MAD-EDIT
           MOVE SPACES TO BENFORD-RECORD
           STRING WS-GRP-TYPE (WS-GRP-IDX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-GRP-KEY (WS-GRP-IDX)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-COUNT-EDIT              DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-CHI-EDIT                DELIMITED BY SIZE
                  "     "                    DELIMITED BY SIZE
                  WS-MAD-EDIT                DELIMITED BY SIZE
                  INTO BENFORD-RECORD
           END-STRING
           EVALUATE TRUE
              WHEN WS-GRP-TOTAL (WS-GRP-IDX) < WS-MIN-GROUP-COUNT
                 MOVE "EFFECTIF INSUFFISANT" TO BENFORD-RECORD (78:20)
              WHEN WS-GRP-CHI-SQUARE (WS-GRP-IDX) > WS-CHI-CRITICAL
                 MOVE "*** ECART SIGNIFICATIF"
                    TO BENFORD-RECORD (78:22)
              WHEN OTHER
                 MOVE "CONFORME" TO BENFORD-RECORD (78:8)
           END-EVALUATE
           WRITE BENFORD-RECORD.

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
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.


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
                     " AUDIT-SAMPLE  "       DELIMITED BY SIZE
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

       END PROGRAM AUDIT-SAMPLE.
