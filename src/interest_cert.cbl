       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-CERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO DYNAMIC WS-FISCAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FISCAL-STATUS.

           SELECT CLOSE-FILE ASSIGN TO DYNAMIC WS-CLOSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-STATUS.

           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO DYNAMIC WS-ACCRUAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCALE-FILE ASSIGN TO DYNAMIC WS-USER-LOCALE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USER-LOCALE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.

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

       FD CLOSE-FILE.
       01 CLOSE-RECORD            PIC X(120).

       FD LIST-FILE.
       01 LIST-RECORD             PIC X(100).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
          05 ACS-DATE             PIC X(8).
          05 FILLER               PIC X(1).
          05 ACS-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 ACS-AMOUNT           PIC X(13).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD LOCALE-FILE.
       01 USER-LOCALE-RECORD.
          05 ULC-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 ULC-LOCALE           PIC X(2).

      * One line per certificate ever issued, with the figures as
      * printed, so a duplicate is the same certificate.
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
          05 TCR-NUMBER           PIC X(12).
          05 FILLER               PIC X(1).
          05 TCR-YEAR             PIC X(4).
          05 FILLER               PIC X(1).
          05 TCR-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 TCR-LOCALE           PIC X(2).
          05 FILLER               PIC X(1).
          05 TCR-INTEREST         PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 TCR-FEES             PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 TCR-TAX              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 TCR-PERIOD-START     PIC 9(8).
          05 FILLER               PIC X(1).
          05 TCR-PERIOD-END       PIC 9(8).
          05 FILLER               PIC X(1).
          05 TCR-ISSUED-ON        PIC X(8).
          05 FILLER               PIC X(1).
          05 TCR-ISSUED-BY        PIC X(30).

       FD CERT-FILE.
       01 CERT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-FILENAME      PIC X(100)
                                     VALUE "fiscal_calendar.dat".
       01 WS-FISCAL-STATUS        PIC X(2).
       01 WS-FISCAL-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-FISCAL-EOF                    VALUE "Y".
       01 WS-CLOSE-FILENAME       PIC X(100).
       01 WS-CLOSE-STATUS         PIC X(2).
       01 WS-LIST-FILENAME        PIC X(100)
                                     VALUE "interest_cert_list.tmp".
       01 WS-LIST-STATUS          PIC X(2).
       01 WS-LIST-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-LIST-EOF                      VALUE "Y".
       01 WS-ACCRUAL-FILENAME     PIC X(100).
       01 WS-ACCRUAL-STATUS       PIC X(2).
       01 WS-ACCRUAL-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-ACCRUAL-EOF                   VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-UNPACK-FILENAME      PIC X(100)
                                     VALUE "interest_cert_unpack.tmp".
       01 WS-USER-LOCALE-FILENAME PIC X(100)  VALUE SPACES.
       01 WS-USER-LOCALE-STATUS   PIC X(2).
       01 WS-USER-LOCALE-EOF-FLAG PIC X(1)    VALUE "N".
          88 WS-USER-LOCALE-EOF               VALUE "Y".
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "interest_cert_register.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-REGISTER-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REGISTER-EOF                  VALUE "Y".
       01 WS-CERT-FILENAME        PIC X(100).
       01 WS-CERT-STATUS          PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-CERT-ACTION          PIC X(10)   VALUE SPACES.
          88 WS-ACTION-ISSUE                  VALUES "ISSUE", SPACES.
          88 WS-ACTION-REISSUE                VALUE "REISSUE".
       01 WS-REISSUE-NUMBER       PIC X(12)   VALUE SPACES.
       01 WS-FISCAL-YEAR-TEXT     PIC X(4)    VALUE SPACES.
       01 WS-FISCAL-YEAR          PIC 9(4)    VALUE 0.
       01 WS-YEAR-START           PIC 9(8)    VALUE 99999999.
       01 WS-YEAR-END             PIC 9(8)    VALUE 0.
       01 WS-PERIOD-COUNT         PIC 9(3)    VALUE 0.
       01 WS-FILE-DATE            PIC X(8).
       01 WS-FILE-DATE-NUM        PIC 9(8).
       01 WS-ACS-DATE-NUM         PIC 9(8).
       01 WS-GZIP-NAME-LEN        PIC 9(4) COMP-5.

      * One entry per user with interest, fees or tax in the year;
      * the certificate number is filled from the register when the
      * user already had one for the year.
       01 WS-CRT-TABLE.
          05 WS-CRT-ENTRY OCCURS 500 TIMES.
             10 WS-CRT-USER          PIC X(30).
             10 WS-CRT-INTEREST      PIC S9(11)V99.
             10 WS-CRT-FEES          PIC S9(11)V99.
             10 WS-CRT-TAX           PIC S9(11)V99.
             10 WS-CRT-NUMBER        PIC X(12).
       01 WS-CRT-USED             PIC 9(3)    VALUE 0.
       01 WS-CRT-MAX              PIC 9(3)    VALUE 500.
       01 WS-CRT-IDX              PIC 9(3).
       01 WS-CRT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-CRT-FOUND                     VALUE "Y".
       01 WS-MATCH-USER           PIC X(30).

       01 WS-ULC-TABLE.
          05 WS-ULC-ENTRY OCCURS 500 TIMES.
             10 WS-ULC-USER          PIC X(30).
             10 WS-ULC-LOCALE        PIC X(2).
       01 WS-ULC-USED             PIC 9(3)    VALUE 0.
       01 WS-ULC-MAX              PIC 9(3)    VALUE 500.
       01 WS-ULC-IDX              PIC 9(3).

       01 WS-LAST-SEQ             PIC 9(5)    VALUE 0.
       01 WS-REG-SEQ              PIC 9(5).
       01 WS-ISSUED-COUNT         PIC 9(5)    VALUE 0.
       01 WS-ALREADY-COUNT        PIC 9(5)    VALUE 0.

      * The certificate being printed, whether fresh or a duplicate.
       01 WS-PRINT-NUMBER         PIC X(12).
       01 WS-PRINT-YEAR           PIC X(4).
       01 WS-PRINT-USER           PIC X(30).
       01 WS-PRINT-LOCALE         PIC X(2).
          88 WS-PRINT-EN                      VALUE "EN".
       01 WS-PRINT-INTEREST       PIC S9(11)V99.
       01 WS-PRINT-FEES           PIC S9(11)V99.
       01 WS-PRINT-TAX            PIC S9(11)V99.
       01 WS-PRINT-START          PIC 9(8).
       01 WS-PRINT-END            PIC 9(8).
       01 WS-PRINT-ISSUED-ON      PIC X(8).
       01 WS-DUPLICATE-FLAG       PIC X(1)    VALUE "N".
          88 WS-PRINT-DUPLICATE               VALUE "Y".

       01 WS-AMOUNT-EDIT          PIC -(11)9.99.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Annual interest and tax certificate, run once YEAR-END-CLOSE
      * has filed the year: per user, the interest INTEREST-ACCRUE
      * credited (its monthly accrual summaries), the fees charged
      * and the tax withheld (the year's audit trail, live and
      * archived).  Each certificate is numbered and entered on the
      * certificate register with its figures; a second run for the
      * year only certifies users not yet on the register, and
      * CERT_ACTION=REISSUE prints a duplicate of a registered
      * certificate in the user's own language.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           MOVE SPACES TO WS-USER-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-CERT-ACTION FROM ENVIRONMENT "CERT_ACTION"
           PERFORM LOAD-USER-LOCALES

           IF WS-ACTION-REISSUE
              PERFORM REISSUE-CERTIFICATE
           ELSE
              IF WS-ACTION-ISSUE
                 PERFORM ISSUE-CERTIFICATES
              ELSE
                 IF WS-LOCALE-EN
                    DISPLAY "Error: CERT_ACTION must be ISSUE or "
                            "REISSUE"
                 ELSE
                    DISPLAY "Erreur: CERT_ACTION doit valoir ISSUE "
                            "ou REISSUE"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       ISSUE-CERTIFICATES.
           ACCEPT WS-FISCAL-YEAR-TEXT FROM ENVIRONMENT "FISCAL_YEAR"
           IF WS-FISCAL-YEAR-TEXT NOT NUMERIC
              IF WS-LOCALE-EN
                 DISPLAY "Error: FISCAL_YEAR (YYYY) is required"
              ELSE
                 DISPLAY "Erreur: FISCAL_YEAR (AAAA) est requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (WS-FISCAL-YEAR-TEXT)
              TO WS-FISCAL-YEAR

           IF WS-LOCALE-EN
              DISPLAY "=== Annual interest certificates: "
                      WS-FISCAL-YEAR " ==="
           ELSE
              DISPLAY "=== Attestations annuelles d'interets: "
                      WS-FISCAL-YEAR " ==="
           END-IF

           PERFORM CHECK-YEAR-CLOSED
           PERFORM LOAD-FISCAL-YEAR
           IF WS-PERIOD-COUNT = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no fiscal periods on file for "
                         WS-FISCAL-YEAR
              ELSE
                 DISPLAY "ERREUR: aucune periode au calendrier pour "
                         WS-FISCAL-YEAR
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM TOTAL-ACCRUED-INTEREST
           PERFORM TOTAL-AUDIT-FEES-AND-TAX
           PERFORM LOAD-REGISTERED-CERTIFICATES

           MOVE SPACES TO WS-CERT-FILENAME
           STRING "interest_certificates-" DELIMITED BY SIZE
                  WS-FISCAL-YEAR-TEXT      DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
                  INTO WS-CERT-FILENAME
           END-STRING
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS = "35"
              OPEN OUTPUT CERT-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           PERFORM ISSUE-ONE-CERTIFICATE
              VARYING WS-CRT-IDX FROM 1 BY 1
              UNTIL WS-CRT-IDX > WS-CRT-USED
           CLOSE REGISTER-FILE
           CLOSE CERT-FILE

           IF WS-LOCALE-EN
              DISPLAY "Certificates issued: " WS-ISSUED-COUNT
              DISPLAY "Already on the register: " WS-ALREADY-COUNT
              DISPLAY "Certificates written to "
                      FUNCTION TRIM (WS-CERT-FILENAME)
           ELSE
              DISPLAY "Attestations emises: " WS-ISSUED-COUNT
              DISPLAY "Deja au registre: " WS-ALREADY-COUNT
              DISPLAY "Attestations ecrites dans "
                      FUNCTION TRIM (WS-CERT-FILENAME)
           END-IF
           IF WS-ISSUED-COUNT = 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

      * YEAR-END-CLOSE files year_close-YYYY.dat; without it the
      * year is still moving and no certificate may be issued.
       CHECK-YEAR-CLOSED.
           MOVE SPACES TO WS-CLOSE-FILENAME
           STRING "year_close-"        DELIMITED BY SIZE
                  WS-FISCAL-YEAR-TEXT  DELIMITED BY SIZE
                  ".dat"               DELIMITED BY SIZE
                  INTO WS-CLOSE-FILENAME
           END-STRING
           OPEN INPUT CLOSE-FILE
           IF WS-CLOSE-STATUS = "00"
              CLOSE CLOSE-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: year " WS-FISCAL-YEAR " is not "
                         "closed - run YEAR-END-CLOSE first"
              ELSE
                 DISPLAY "ERREUR: exercice " WS-FISCAL-YEAR
                         " non cloture - lancer YEAR-END-CLOSE "
                         "d'abord"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-FISCAL-YEAR.
           MOVE "N" TO WS-FISCAL-EOF-FLAG
           OPEN INPUT FISCAL-FILE
           IF WS-FISCAL-STATUS = "00"
              PERFORM READ-FISCAL-RECORD
              PERFORM NOTE-ONE-PERIOD UNTIL WS-FISCAL-EOF
              CLOSE FISCAL-FILE
           END-IF.

       READ-FISCAL-RECORD.
           READ FISCAL-FILE
              AT END
                 SET WS-FISCAL-EOF TO TRUE
           END-READ.

       NOTE-ONE-PERIOD.
           IF FSC-YEAR = WS-FISCAL-YEAR
              ADD 1 TO WS-PERIOD-COUNT
              IF FSC-START-DATE < WS-YEAR-START
                 MOVE FSC-START-DATE TO WS-YEAR-START
              END-IF
              IF FSC-END-DATE > WS-YEAR-END
                 MOVE FSC-END-DATE TO WS-YEAR-END
              END-IF
           END-IF
           PERFORM READ-FISCAL-RECORD.

      * USER_LOCALE_FILE names the language each user reads; a user
      * not listed gets the site language.
       LOAD-USER-LOCALES.
           ACCEPT WS-USER-LOCALE-FILENAME FROM ENVIRONMENT
                  "USER_LOCALE_FILE"
           IF WS-USER-LOCALE-FILENAME = SPACES
              MOVE "user_locale.dat" TO WS-USER-LOCALE-FILENAME
           END-IF
           MOVE 0 TO WS-ULC-USED
           MOVE "N" TO WS-USER-LOCALE-EOF-FLAG
           OPEN INPUT LOCALE-FILE
           IF WS-USER-LOCALE-STATUS = "00"
              PERFORM READ-USER-LOCALE-RECORD
              PERFORM LOAD-ONE-USER-LOCALE UNTIL WS-USER-LOCALE-EOF
                 OR WS-ULC-USED >= WS-ULC-MAX
              CLOSE LOCALE-FILE
           END-IF.

       READ-USER-LOCALE-RECORD.
           READ LOCALE-FILE
              AT END
                 SET WS-USER-LOCALE-EOF TO TRUE
           END-READ.

       LOAD-ONE-USER-LOCALE.
           IF ULC-USER NOT = SPACES AND ULC-USER (1:1) NOT = "*"
              ADD 1 TO WS-ULC-USED
              MOVE ULC-USER TO WS-ULC-USER (WS-ULC-USED)
              MOVE ULC-LOCALE TO WS-ULC-LOCALE (WS-ULC-USED)
           END-IF
           PERFORM READ-USER-LOCALE-RECORD.

      * Interest comes from the accrual summaries INTEREST-ACCRUE
      * keeps per month, one line per user and accrual day.
       TOTAL-ACCRUED-INTEREST.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 accrual_summary-*.dat 2>/dev/null > "
                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM TOTAL-ONE-ACCRUAL-FILE UNTIL WS-LIST-EOF
              CLOSE LIST-FILE
           END-IF.

       READ-LIST-RECORD.
           READ LIST-FILE
              AT END
                 SET WS-LIST-EOF TO TRUE
           END-READ.

       TOTAL-ONE-ACCRUAL-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-ACCRUAL-FILENAME
              MOVE "N" TO WS-ACCRUAL-EOF-FLAG
              OPEN INPUT ACCRUAL-FILE
              IF WS-ACCRUAL-STATUS = "00"
                 PERFORM READ-ACCRUAL-RECORD
                 PERFORM TOTAL-ONE-ACCRUAL UNTIL WS-ACCRUAL-EOF
                 CLOSE ACCRUAL-FILE
              END-IF
           END-IF
           PERFORM READ-LIST-RECORD.

       READ-ACCRUAL-RECORD.
           READ ACCRUAL-FILE
              AT END
                 SET WS-ACCRUAL-EOF TO TRUE
           END-READ.

       TOTAL-ONE-ACCRUAL.
           IF ACS-DATE NUMERIC AND ACS-USER NOT = SPACES
              MOVE ACS-DATE TO WS-ACS-DATE-NUM
              IF WS-ACS-DATE-NUM >= WS-YEAR-START
                 AND WS-ACS-DATE-NUM <= WS-YEAR-END
                 MOVE ACS-USER TO WS-MATCH-USER
                 PERFORM LOCATE-CERT-ENTRY
                 IF WS-CRT-FOUND
                    COMPUTE WS-CRT-INTEREST (WS-CRT-IDX) =
                       WS-CRT-INTEREST (WS-CRT-IDX)
                       + FUNCTION NUMVAL (ACS-AMOUNT)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-ACCRUAL-RECORD.

      * Fees are the posted F operations; tax is the tax amount
      * computed on every posted record.  The day an audit file
      * covers is taken from its name, live or archived.
       TOTAL-AUDIT-FEES-AND-TAX.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 audit-*.log audit-*.log.gz "
                     DELIMITED BY SIZE
                  "archive/audit-*.log archive/audit-*.log.gz "
                     DELIMITED BY SIZE
                  "2>/dev/null > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM TOTAL-ONE-AUDIT-FILE UNTIL WS-LIST-EOF
              CLOSE LIST-FILE
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UNPACK-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       TOTAL-ONE-AUDIT-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-AUDIT-FILENAME
              IF WS-AUDIT-FILENAME (1:8) = "archive/"
                 MOVE WS-AUDIT-FILENAME (15:8) TO WS-FILE-DATE
              ELSE
                 MOVE WS-AUDIT-FILENAME (7:8) TO WS-FILE-DATE
              END-IF
              IF WS-FILE-DATE NUMERIC
                 MOVE WS-FILE-DATE TO WS-FILE-DATE-NUM
                 IF WS-FILE-DATE-NUM >= WS-YEAR-START
                    AND WS-FILE-DATE-NUM <= WS-YEAR-END
                    PERFORM UNPACK-AUDIT-FILE
                    PERFORM SCAN-AUDIT-FILE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-LIST-RECORD.

       UNPACK-AUDIT-FILE.
           MOVE FUNCTION LENGTH
              (FUNCTION TRIM (WS-AUDIT-FILENAME))
              TO WS-GZIP-NAME-LEN
           IF WS-GZIP-NAME-LEN > 3
              AND WS-AUDIT-FILENAME (WS-GZIP-NAME-LEN - 2:3) = ".gz"
              MOVE SPACES TO WS-SHELL-CMD
              STRING "gzip -dc " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AUDIT-FILENAME)
                        DELIMITED BY SIZE
                     " > " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-UNPACK-FILENAME)
                        DELIMITED BY SIZE
                     INTO WS-SHELL-CMD
              END-STRING
              CALL "SYSTEM" USING WS-SHELL-CMD
                  RETURNING WS-SHELL-RC
              MOVE WS-UNPACK-FILENAME TO WS-AUDIT-FILENAME
           END-IF.

       SCAN-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM READ-AUDIT-RECORD
              PERFORM TOTAL-ONE-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       TOTAL-ONE-AUDIT-RECORD.
           IF CALC-REC-STATUS = 0 AND CALC-REC-USER NOT = SPACES
              AND (CALC-REC-OPERATION = "F"
                   OR (CALC-REC-TAX-AMOUNT NUMERIC
                       AND CALC-REC-TAX-AMOUNT NOT = 0))
              MOVE CALC-REC-USER TO WS-MATCH-USER
              PERFORM LOCATE-CERT-ENTRY
              IF WS-CRT-FOUND
                 IF CALC-REC-OPERATION = "F"
                    ADD CALC-REC-RESULT TO WS-CRT-FEES (WS-CRT-IDX)
                 END-IF
                 IF CALC-REC-TAX-AMOUNT NUMERIC
                    ADD CALC-REC-TAX-AMOUNT TO WS-CRT-TAX (WS-CRT-IDX)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

      * Finds the user's entry, adding one when the user is new.
       LOCATE-CERT-ENTRY.
           MOVE "N" TO WS-CRT-FOUND-FLAG
           PERFORM FIND-CERT-ENTRY
              VARYING WS-CRT-IDX FROM 1 BY 1
              UNTIL WS-CRT-IDX > WS-CRT-USED OR WS-CRT-FOUND
           IF NOT WS-CRT-FOUND AND WS-CRT-USED < WS-CRT-MAX
              ADD 1 TO WS-CRT-USED
              MOVE WS-CRT-USED TO WS-CRT-IDX
              MOVE WS-MATCH-USER TO WS-CRT-USER (WS-CRT-IDX)
              MOVE 0 TO WS-CRT-INTEREST (WS-CRT-IDX)
              MOVE 0 TO WS-CRT-FEES (WS-CRT-IDX)
              MOVE 0 TO WS-CRT-TAX (WS-CRT-IDX)
              MOVE SPACES TO WS-CRT-NUMBER (WS-CRT-IDX)
              SET WS-CRT-FOUND TO TRUE
           END-IF.

       FIND-CERT-ENTRY.
           IF WS-CRT-USER (WS-CRT-IDX) = WS-MATCH-USER
              SET WS-CRT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-CRT-IDX
           END-IF.

      * Numbers run per fiscal year (CIyyyy-nnnnn) and continue from
      * the highest already on the register.
       LOAD-REGISTERED-CERTIFICATES.
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
              PERFORM READ-REGISTER-RECORD
              PERFORM NOTE-REGISTERED-CERTIFICATE
                 UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
              AT END
                 SET WS-REGISTER-EOF TO TRUE
           END-READ.

       NOTE-REGISTERED-CERTIFICATE.
           IF TCR-YEAR = WS-FISCAL-YEAR-TEXT
              IF TCR-NUMBER (8:5) NUMERIC
                 MOVE TCR-NUMBER (8:5) TO WS-REG-SEQ
                 IF WS-REG-SEQ > WS-LAST-SEQ
                    MOVE WS-REG-SEQ TO WS-LAST-SEQ
                 END-IF
              END-IF
              MOVE "N" TO WS-CRT-FOUND-FLAG
              MOVE TCR-USER TO WS-MATCH-USER
              PERFORM FIND-CERT-ENTRY
                 VARYING WS-CRT-IDX FROM 1 BY 1
                 UNTIL WS-CRT-IDX > WS-CRT-USED OR WS-CRT-FOUND
              IF WS-CRT-FOUND
                 MOVE TCR-NUMBER TO WS-CRT-NUMBER (WS-CRT-IDX)
              END-IF
           END-IF
           PERFORM READ-REGISTER-RECORD.

       ISSUE-ONE-CERTIFICATE.
           IF WS-CRT-NUMBER (WS-CRT-IDX) NOT = SPACES
              ADD 1 TO WS-ALREADY-COUNT
           ELSE
              IF WS-CRT-INTEREST (WS-CRT-IDX) NOT = 0
                 OR WS-CRT-FEES (WS-CRT-IDX) NOT = 0
                 OR WS-CRT-TAX (WS-CRT-IDX) NOT = 0
                 ADD 1 TO WS-LAST-SEQ
                 MOVE SPACES TO WS-PRINT-NUMBER
                 STRING "CI" DELIMITED BY SIZE
                        WS-FISCAL-YEAR-TEXT DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-LAST-SEQ DELIMITED BY SIZE
                        INTO WS-PRINT-NUMBER
                 END-STRING
                 MOVE WS-PRINT-NUMBER TO WS-CRT-NUMBER (WS-CRT-IDX)
                 MOVE WS-FISCAL-YEAR-TEXT TO WS-PRINT-YEAR
                 MOVE WS-CRT-USER (WS-CRT-IDX) TO WS-PRINT-USER
                 MOVE WS-LOCALE TO WS-PRINT-LOCALE
                 PERFORM FIND-USER-LOCALE
                    VARYING WS-ULC-IDX FROM 1 BY 1
                    UNTIL WS-ULC-IDX > WS-ULC-USED
                 MOVE WS-CRT-INTEREST (WS-CRT-IDX) TO WS-PRINT-INTEREST
                 MOVE WS-CRT-FEES (WS-CRT-IDX) TO WS-PRINT-FEES
                 MOVE WS-CRT-TAX (WS-CRT-IDX) TO WS-PRINT-TAX
                 MOVE WS-YEAR-START TO WS-PRINT-START
                 MOVE WS-YEAR-END TO WS-PRINT-END
                 MOVE WS-RUN-DATE TO WS-PRINT-ISSUED-ON
                 MOVE "N" TO WS-DUPLICATE-FLAG
                 PERFORM WRITE-REGISTER-LINE
                 PERFORM WRITE-CERTIFICATE
                 ADD 1 TO WS-ISSUED-COUNT
              END-IF
           END-IF.

       FIND-USER-LOCALE.
           IF WS-ULC-USER (WS-ULC-IDX) = WS-PRINT-USER
              AND (WS-ULC-LOCALE (WS-ULC-IDX) = "FR"
                   OR WS-ULC-LOCALE (WS-ULC-IDX) = "EN")
              MOVE WS-ULC-LOCALE (WS-ULC-IDX) TO WS-PRINT-LOCALE
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-RECORD
           MOVE WS-PRINT-NUMBER TO TCR-NUMBER
           MOVE WS-PRINT-YEAR TO TCR-YEAR
           MOVE WS-PRINT-USER TO TCR-USER
           MOVE WS-PRINT-LOCALE TO TCR-LOCALE
           MOVE WS-PRINT-INTEREST TO TCR-INTEREST
           MOVE WS-PRINT-FEES TO TCR-FEES
           MOVE WS-PRINT-TAX TO TCR-TAX
           MOVE WS-PRINT-START TO TCR-PERIOD-START
           MOVE WS-PRINT-END TO TCR-PERIOD-END
           MOVE WS-PRINT-ISSUED-ON TO TCR-ISSUED-ON
           MOVE WS-USER-NAME TO TCR-ISSUED-BY
           WRITE REGISTER-RECORD.

      * A duplicate is printed from the register alone, so it shows
      * exactly the figures of the original even if the audit trail
      * has since been archived or anonymised.
       REISSUE-CERTIFICATE.
           ACCEPT WS-REISSUE-NUMBER FROM ENVIRONMENT "CERT_NUMBER"
           IF WS-REISSUE-NUMBER = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: CERT_NUMBER is required"
              ELSE
                 DISPLAY "Erreur: CERT_NUMBER est requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-PRINT-NUMBER
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
              PERFORM READ-REGISTER-RECORD
              PERFORM MATCH-REISSUE-NUMBER
                 UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
           END-IF
           IF WS-PRINT-NUMBER = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: certificate "
                         FUNCTION TRIM (WS-REISSUE-NUMBER)
                         " is not on the register"
              ELSE
                 DISPLAY "ERREUR: attestation "
                         FUNCTION TRIM (WS-REISSUE-NUMBER)
                         " absente du registre"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              MOVE SPACES TO WS-CERT-FILENAME
              STRING "interest_certificate-" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-PRINT-NUMBER)
                        DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                     INTO WS-CERT-FILENAME
              END-STRING
              OPEN OUTPUT CERT-FILE
              SET WS-PRINT-DUPLICATE TO TRUE
              PERFORM WRITE-CERTIFICATE
              CLOSE CERT-FILE
              IF WS-LOCALE-EN
                 DISPLAY "Duplicate written to "
                         FUNCTION TRIM (WS-CERT-FILENAME)
              ELSE
                 DISPLAY "Duplicata ecrit dans "
                         FUNCTION TRIM (WS-CERT-FILENAME)
              END-IF
           END-IF.

       MATCH-REISSUE-NUMBER.
           IF TCR-NUMBER = WS-REISSUE-NUMBER
              MOVE TCR-NUMBER TO WS-PRINT-NUMBER
              MOVE TCR-YEAR TO WS-PRINT-YEAR
              MOVE TCR-USER TO WS-PRINT-USER
              MOVE TCR-LOCALE TO WS-PRINT-LOCALE
              MOVE TCR-INTEREST TO WS-PRINT-INTEREST
              MOVE TCR-FEES TO WS-PRINT-FEES
              MOVE TCR-TAX TO WS-PRINT-TAX
              MOVE TCR-PERIOD-START TO WS-PRINT-START
              MOVE TCR-PERIOD-END TO WS-PRINT-END
              MOVE TCR-ISSUED-ON TO WS-PRINT-ISSUED-ON
           END-IF
           PERFORM READ-REGISTER-RECORD.

       WRITE-CERTIFICATE.
           IF WS-PRINT-EN
              PERFORM WRITE-CERTIFICATE-EN
           ELSE
              PERFORM WRITE-CERTIFICATE-FR
           END-IF
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD.

       WRITE-CERTIFICATE-FR.
           MOVE "ATTESTATION ANNUELLE D'INTERETS ET DE RETENUE FISCALE"
              TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "NUMERO: " DELIMITED BY SIZE
                  WS-PRINT-NUMBER DELIMITED BY SIZE
                  "   EXERCICE: " DELIMITED BY SIZE
                  WS-PRINT-YEAR DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "PERIODE DU " DELIMITED BY SIZE
                  WS-PRINT-START DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  WS-PRINT-END DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "TITULAIRE: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PRINT-USER) DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-PRINT-INTEREST TO WS-AMOUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  INTERETS CREDITES   " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-PRINT-FEES TO WS-AMOUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  FRAIS PRELEVES      " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-PRINT-TAX TO WS-AMOUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  IMPOT RETENU        " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "EMISE LE " DELIMITED BY SIZE
                  WS-PRINT-ISSUED-ON DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           IF WS-PRINT-DUPLICATE
              MOVE SPACES TO CERT-RECORD
              STRING "DUPLICATA REEDITE LE " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO CERT-RECORD
              END-STRING
              WRITE CERT-RECORD
           END-IF.

       WRITE-CERTIFICATE-EN.
           MOVE "ANNUAL INTEREST AND TAX WITHHOLDING CERTIFICATE"
              TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "NUMBER: " DELIMITED BY SIZE
                  WS-PRINT-NUMBER DELIMITED BY SIZE
                  "   FISCAL YEAR: " DELIMITED BY SIZE
                  WS-PRINT-YEAR DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "PERIOD " DELIMITED BY SIZE
                  WS-PRINT-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-PRINT-END DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "HOLDER: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PRINT-USER) DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-PRINT-INTEREST TO WS-AMOUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  INTEREST CREDITED   " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-PRINT-FEES TO WS-AMOUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  FEES CHARGED        " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE WS-PRINT-TAX TO WS-AMOUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  TAX WITHHELD        " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "ISSUED ON " DELIMITED BY SIZE
                  WS-PRINT-ISSUED-ON DELIMITED BY SIZE
                  INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           IF WS-PRINT-DUPLICATE
              MOVE SPACES TO CERT-RECORD
              STRING "DUPLICATE REISSUED ON " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO CERT-RECORD
              END-STRING
              WRITE CERT-RECORD
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

       END PROGRAM INTEREST-CERT.
