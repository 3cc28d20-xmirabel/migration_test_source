       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-INVOICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-STATUS.

           SELECT TAX-FILE ASSIGN TO DYNAMIC WS-TAX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INVREG-FILE ASSIGN TO DYNAMIC WS-INVREG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVREG-STATUS.

           SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD TAX-FILE.
       01 TAX-RECORD.
          05 TAX-CODE             PIC X(3).
          05 FILLER               PIC X(1).
          05 TAX-DESCRIPTION      PIC X(20).
          05 FILLER               PIC X(1).
          05 TAX-RATE-TEXT        PIC X(6).
          05 FILLER               PIC X(1).
          05 TAX-EFF-DATE         PIC 9(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

      * One line per fee transaction that has gone out on an
      * invoice.  A fee found here is never billed twice; a fee of
      * the month missing from it has not been billed yet.
       FD INVREG-FILE.
       01 INVREG-RECORD.
          05 FIR-TRANS-ID         PIC X(12).
          05 FILLER               PIC X(1).
          05 FIR-INVOICE          PIC X(8).
          05 FILLER               PIC X(1).
          05 FIR-MONTH            PIC X(6).
          05 FILLER               PIC X(1).
          05 FIR-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 FIR-DEPARTMENT       PIC X(10).
          05 FILLER               PIC X(1).
          05 FIR-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 FIR-AMOUNT           PIC X(16).
          05 FILLER               PIC X(1).
          05 FIR-TAX              PIC X(16).
          05 FILLER               PIC X(1).
          05 FIR-BILLED-ON        PIC X(8).

       FD INVOICE-FILE.
       01 INVOICE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INVOICE-MONTH        PIC X(6).
       01 WS-INVOICE-MM           PIC 9(2).
       01 WS-BUSINESS-DATE        PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-INVOICE-ACTION       PIC X(10)   VALUE SPACES.
          88 WS-ACTION-STATUS                 VALUE "STATUS".
          88 WS-ACTION-BILL                   VALUES "BILL", SPACES.

       01 WS-ENTITY-FILENAME      PIC X(100)  VALUE "entity_master.dat".
       01 WS-ENTITY-STATUS        PIC X(2).
       01 WS-ENTITY-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                    VALUE "Y".
       01 WS-TAX-FILENAME         PIC X(100)  VALUE "tax_table.dat".
       01 WS-TAX-FILE-STATUS      PIC X(2).
       01 WS-TAX-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-TAX-EOF                       VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-INVREG-FILENAME      PIC X(100)
                                     VALUE "fee_invoice_register.dat".
       01 WS-INVREG-STATUS        PIC X(2).
       01 WS-INVREG-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-INVREG-EOF                    VALUE "Y".
       01 WS-INVOICE-FILENAME     PIC X(100).
       01 WS-INVOICE-STATUS       PIC X(2).

       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 WS-ENT-TBL-CODE      PIC X(3).
             10 WS-ENT-TBL-NAME      PIC X(30).
       01 WS-ENT-USED             PIC 9(2)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(2)    VALUE 20.
       01 WS-ENT-IDX              PIC 9(2).
       01 WS-ENT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-ENT-FOUND                     VALUE "Y".

      * Every dated version of each tax code, as MAIN keeps them:
      * a fee is taxed at the rate in force on the day it posted.
       01 WS-TAX-TABLE-AREA.
          05 WS-TAX-ENTRY OCCURS 500 TIMES.
             10 WS-TAX-TBL-CODE      PIC X(3).
             10 WS-TAX-TBL-RATE      PIC 9(3)V99.
             10 WS-TAX-TBL-EFF       PIC 9(8).
       01 WS-TAX-USED             PIC 9(3)    VALUE 0.
       01 WS-TAX-MAX              PIC 9(3)    VALUE 500.
       01 WS-TAX-IDX              PIC 9(3).
       01 WS-TAX-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-TAX-FOUND                     VALUE "Y".
       01 WS-TAX-BEST-EFF         PIC 9(8).
       01 WS-TAX-SELECT-DATE      PIC 9(8).
       01 WS-TAX-RATE             PIC 9(3)V99.
       01 WS-TAX-CODE             PIC X(3).

      * Fee transactions billed before, by transaction ID.
       01 WS-BILLED-TABLE.
          05 WS-BILLED-ENTRY OCCURS 5000 TIMES.
             10 WS-BILLED-ID         PIC X(12).
             10 WS-BILLED-INVOICE    PIC X(8).
       01 WS-BILLED-USED          PIC 9(4)    VALUE 0.
       01 WS-BILLED-MAX           PIC 9(4)    VALUE 5000.
       01 WS-BILLED-IDX           PIC 9(4).
       01 WS-BILLED-FOUND-FLAG    PIC X(1)    VALUE "N".
          88 WS-BILLED-FOUND                  VALUE "Y".

      * Fee lines of the month, with the invoice they went on.
       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY OCCURS 2000 TIMES.
             10 WS-LINE-TRANS-ID     PIC X(12).
             10 WS-LINE-DATE         PIC X(10).
             10 WS-LINE-REF-ID       PIC X(12).
             10 WS-LINE-USER         PIC X(30).
             10 WS-LINE-ENTITY       PIC X(3).
             10 WS-LINE-DEPT         PIC X(10).
             10 WS-LINE-CCY          PIC X(3).
             10 WS-LINE-AMOUNT       PIC S9(11)V99.
             10 WS-LINE-TAX-CODE     PIC X(3).
             10 WS-LINE-TAX-RATE     PIC 9(3)V99.
             10 WS-LINE-TAX          PIC S9(11)V99.
             10 WS-LINE-INVOICE      PIC X(8).
             10 WS-LINE-NEW-FLAG     PIC X(1).
                88 WS-LINE-NEW                  VALUE "Y".
       01 WS-LINE-USED            PIC 9(4)    VALUE 0.
       01 WS-LINE-MAX             PIC 9(4)    VALUE 2000.
       01 WS-LINE-IDX             PIC 9(4).

      * One invoice per entity, department and currency.
       01 WS-INV-TABLE.
          05 WS-INV-ENTRY OCCURS 200 TIMES.
             10 WS-INV-ENTITY        PIC X(3).
             10 WS-INV-DEPT          PIC X(10).
             10 WS-INV-CCY           PIC X(3).
             10 WS-INV-NUMBER        PIC X(8).
             10 WS-INV-COUNT         PIC 9(5).
             10 WS-INV-NET           PIC S9(13)V99.
             10 WS-INV-TAX           PIC S9(13)V99.
       01 WS-INV-USED             PIC 9(3)    VALUE 0.
       01 WS-INV-MAX              PIC 9(3)    VALUE 200.
       01 WS-INV-IDX              PIC 9(3).
       01 WS-INV-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-INV-FOUND                     VALUE "Y".

      * Tax analysis of the invoice being printed.
       01 WS-VAT-TABLE.
          05 WS-VAT-ENTRY OCCURS 20 TIMES.
             10 WS-VAT-CODE          PIC X(3).
             10 WS-VAT-RATE          PIC 9(3)V99.
             10 WS-VAT-BASE          PIC S9(13)V99.
             10 WS-VAT-AMOUNT        PIC S9(13)V99.
       01 WS-VAT-USED             PIC 9(2)    VALUE 0.
       01 WS-VAT-MAX              PIC 9(2)    VALUE 20.
       01 WS-VAT-IDX              PIC 9(2).
       01 WS-VAT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-VAT-FOUND                     VALUE "Y".

       01 WS-DAY-NUM              PIC 9(2).
       01 WS-SCAN-DATE.
          05 WS-SCAN-MONTH        PIC X(6).
          05 WS-SCAN-DAY          PIC 9(2).
       01 WS-DAYS-READ            PIC 9(3)    VALUE 0.
       01 WS-VARIANT-CMD          PIC X(150).
       01 WS-VARIANT-RC           PIC S9(9) COMP-5.
       01 WS-VARIANT-WARNED-FLAG  PIC X(1)    VALUE "N".
          88 WS-VARIANT-WARNED                VALUE "Y".
       01 WS-TODAY                PIC X(8).
       01 WS-TIMESTAMP            PIC X(21).
       01 WS-OVERFLOW-FLAG        PIC X(1)    VALUE "N".
          88 WS-OVERFLOW                      VALUE "Y".
       01 WS-NEW-LINE-COUNT       PIC 9(5)    VALUE 0.
       01 WS-UNBILLED-COUNT       PIC 9(5)    VALUE 0.
       01 WS-BILLED-COUNT         PIC 9(5)    VALUE 0.
       01 WS-INVOICES-ISSUED      PIC 9(3)    VALUE 0.

       01 WS-IFACE-NAME           PIC X(10)   VALUE "FEEINVOICE".
       01 WS-IFACE-SEQ            PIC 9(6).
       01 WS-IFACE-REG-NAME       PIC X(100).
       01 WS-NEW-INVOICE.
          05 FILLER               PIC X(2)    VALUE "FA".
          05 WS-NEW-INVOICE-SEQ   PIC 9(6).

       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-TAX-EDIT             PIC -(12)9.99.
       01 WS-GROSS-EDIT           PIC -(12)9.99.
       01 WS-RATE-EDIT            PIC ZZ9.99.
       01 WS-GROSS-AMOUNT         PIC S9(13)V99.
       01 WS-STATUS-TEXT          PIC X(12).

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-INVOICE-ACTION FROM ENVIRONMENT "INVOICE_ACTION"
           ACCEPT WS-INVOICE-MONTH FROM ENVIRONMENT "INVOICE_MONTH"
           CALL "BUSINESS_DATE" USING WS-BUSINESS-DATE, WS-DATE-SOURCE
           IF WS-INVOICE-MONTH NOT NUMERIC OR WS-INVOICE-MONTH = SPACES
              MOVE WS-BUSINESS-DATE (1:6) TO WS-INVOICE-MONTH
           END-IF
           MOVE WS-INVOICE-MONTH (5:2) TO WS-INVOICE-MM
           IF WS-INVOICE-MM < 1 OR WS-INVOICE-MM > 12
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: invalid invoice month "
                         WS-INVOICE-MONTH
              ELSE
                 DISPLAY "ERREUR: mois de facturation invalide "
                         WS-INVOICE-MONTH
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-TODAY

           PERFORM LOAD-ENTITY-MASTER
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-INVOICE-REGISTER
           IF WS-OVERFLOW
              PERFORM ABEND-TABLE-OVERFLOW
           END-IF

           MOVE WS-INVOICE-MONTH TO WS-SCAN-MONTH
           PERFORM SCAN-ONE-DAY VARYING WS-DAY-NUM FROM 1 BY 1
              UNTIL WS-DAY-NUM > 31
           IF WS-OVERFLOW
              PERFORM ABEND-TABLE-OVERFLOW
           END-IF

           IF WS-ACTION-STATUS
              PERFORM WRITE-BILLING-STATUS
           ELSE
              PERFORM BUILD-INVOICE-GROUPS
                 VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-USED
              IF WS-OVERFLOW
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              IF WS-INV-USED = 0
                 IF WS-LOCALE-EN
                    DISPLAY "No unbilled fees for " WS-INVOICE-MONTH
                 ELSE
                    DISPLAY "Aucune commission a facturer pour "
                            WS-INVOICE-MONTH
                 END-IF
              ELSE
                 PERFORM WRITE-INVOICE-DOCUMENT
              END-IF
              IF WS-LOCALE-EN
                 DISPLAY "Days read: " WS-DAYS-READ
                 DISPLAY "Fee lines billed: " WS-NEW-LINE-COUNT
                 DISPLAY "Invoices issued: " WS-INVOICES-ISSUED
              ELSE
                 DISPLAY "Journees lues: " WS-DAYS-READ
                 DISPLAY "Lignes de commission facturees: "
                         WS-NEW-LINE-COUNT
                 DISPLAY "Factures emises: " WS-INVOICES-ISSUED
              END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: table overflow - invoicing refused, "
                      "nothing was billed"
           ELSE
              DISPLAY "ARRET: debordement de table - facturation "
                      "refusee, rien n'a ete facture"
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       LOAD-ENTITY-MASTER.
           MOVE "N" TO WS-ENTITY-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-STATUS = "00"
              PERFORM READ-ENTITY-RECORD
              PERFORM LOAD-ONE-ENTITY UNTIL WS-ENTITY-EOF
                 OR WS-ENT-USED >= WS-ENT-MAX
              CLOSE ENTITY-FILE
           END-IF.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
              AT END
                 SET WS-ENTITY-EOF TO TRUE
           END-READ.

       LOAD-ONE-ENTITY.
           IF ENT-CODE NOT = SPACES
              ADD 1 TO WS-ENT-USED
              MOVE ENT-CODE TO WS-ENT-TBL-CODE (WS-ENT-USED)
              MOVE ENT-DESCRIPTION TO WS-ENT-TBL-NAME (WS-ENT-USED)
           END-IF
           PERFORM READ-ENTITY-RECORD.

       FIND-ENTITY.
           IF WS-ENT-TBL-CODE (WS-ENT-IDX) = WS-INV-ENTITY (WS-INV-IDX)
              SET WS-ENT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ENT-IDX
           END-IF.

       LOAD-TAX-TABLE.
           ACCEPT WS-TAX-FILENAME FROM ENVIRONMENT "TAX_TABLE"
           IF WS-TAX-FILENAME = SPACES
              MOVE "tax_table.dat" TO WS-TAX-FILENAME
           END-IF
           MOVE "N" TO WS-TAX-EOF-FLAG
           OPEN INPUT TAX-FILE
           IF WS-TAX-FILE-STATUS = "00"
              PERFORM READ-TAX-RECORD
              PERFORM LOAD-ONE-TAX UNTIL WS-TAX-EOF
              CLOSE TAX-FILE
           END-IF.

       READ-TAX-RECORD.
           READ TAX-FILE
              AT END
                 SET WS-TAX-EOF TO TRUE
           END-READ.

       LOAD-ONE-TAX.
           IF TAX-CODE NOT = SPACES
              IF WS-TAX-USED >= WS-TAX-MAX
                 SET WS-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-TAX-USED
                 MOVE TAX-CODE TO WS-TAX-TBL-CODE (WS-TAX-USED)
                 COMPUTE WS-TAX-TBL-RATE (WS-TAX-USED) =
                    FUNCTION NUMVAL (TAX-RATE-TEXT)
                 IF TAX-EFF-DATE NUMERIC
                    MOVE TAX-EFF-DATE TO WS-TAX-TBL-EFF (WS-TAX-USED)
                 ELSE
                    MOVE 0 TO WS-TAX-TBL-EFF (WS-TAX-USED)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-TAX-RECORD.

      * Latest version on or before the fee date; a later line for
      * the same code and date overrides an earlier one, as in MAIN.
       SELECT-TAX-RATE.
           IF WS-TAX-CODE = WS-TAX-TBL-CODE (WS-TAX-IDX)
              AND WS-TAX-TBL-EFF (WS-TAX-IDX) <= WS-TAX-SELECT-DATE
              IF NOT WS-TAX-FOUND
                 OR WS-TAX-TBL-EFF (WS-TAX-IDX) >= WS-TAX-BEST-EFF
                 SET WS-TAX-FOUND TO TRUE
                 MOVE WS-TAX-TBL-EFF (WS-TAX-IDX) TO WS-TAX-BEST-EFF
                 MOVE WS-TAX-TBL-RATE (WS-TAX-IDX) TO WS-TAX-RATE
              END-IF
           END-IF.

       LOAD-INVOICE-REGISTER.
           MOVE "N" TO WS-INVREG-EOF-FLAG
           OPEN INPUT INVREG-FILE
           IF WS-INVREG-STATUS = "00"
              PERFORM READ-INVREG-RECORD
              PERFORM LOAD-ONE-INVREG UNTIL WS-INVREG-EOF
              CLOSE INVREG-FILE
           END-IF.

       READ-INVREG-RECORD.
           READ INVREG-FILE
              AT END
                 SET WS-INVREG-EOF TO TRUE
           END-READ.

       LOAD-ONE-INVREG.
           IF FIR-TRANS-ID NOT = SPACES
              IF WS-BILLED-USED >= WS-BILLED-MAX
                 SET WS-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-BILLED-USED
                 MOVE FIR-TRANS-ID TO WS-BILLED-ID (WS-BILLED-USED)
                 MOVE FIR-INVOICE TO WS-BILLED-INVOICE (WS-BILLED-USED)
              END-IF
           END-IF
           PERFORM READ-INVREG-RECORD.

       FIND-BILLED.
           IF WS-BILLED-ID (WS-BILLED-IDX) = CALC-REC-TRANS-ID
              SET WS-BILLED-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BILLED-IDX
           END-IF.

       SCAN-ONE-DAY.
           MOVE WS-DAY-NUM TO WS-SCAN-DAY
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"      DELIMITED BY SIZE
                  WS-SCAN-DATE  DELIMITED BY SIZE
                  ".log"        DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM CHECK-AUDIT-VARIANTS
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-DAYS-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM COLLECT-FEE-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

      * Cycle and entity runs write audit-DATE-xxx.log files; their
      * fees are not gathered here, so their presence is reported.
       CHECK-AUDIT-VARIANTS.
           IF WS-VARIANT-WARNED
              CONTINUE
           ELSE
              MOVE SPACES TO WS-VARIANT-CMD
              STRING "ls audit-"  DELIMITED BY SIZE
                     WS-SCAN-DATE DELIMITED BY SIZE
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

      * Fee transactions are the "F" lines MAIN posts beside the
      * calculation that earned them, in the transaction currency.
       COLLECT-FEE-RECORD.
           IF CALC-REC-OPERATION = "F" AND CALC-REC-STATUS = 0
              IF WS-LINE-USED >= WS-LINE-MAX
                 SET WS-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-LINE-USED
                 PERFORM STORE-FEE-LINE
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       STORE-FEE-LINE.
           MOVE CALC-REC-TRANS-ID TO WS-LINE-TRANS-ID (WS-LINE-USED)
           MOVE CALC-REC-DATE TO WS-LINE-DATE (WS-LINE-USED)
           MOVE CALC-REC-REF-ID TO WS-LINE-REF-ID (WS-LINE-USED)
           MOVE CALC-REC-USER TO WS-LINE-USER (WS-LINE-USED)
           MOVE CALC-REC-ENTITY TO WS-LINE-ENTITY (WS-LINE-USED)
           MOVE CALC-REC-DEPARTMENT TO WS-LINE-DEPT (WS-LINE-USED)
           MOVE CALC-REC-CURRENCY TO WS-LINE-CCY (WS-LINE-USED)
           MOVE CALC-REC-RESULT TO WS-LINE-AMOUNT (WS-LINE-USED)

           MOVE CALC-REC-TAX-CODE TO WS-TAX-CODE
           MOVE 0 TO WS-TAX-RATE
           IF WS-TAX-CODE = SPACES OR WS-TAX-CODE = LOW-VALUES
              MOVE "---" TO WS-TAX-CODE
           ELSE
              MOVE CALC-REC-DATE (1:4) TO WS-TAX-SELECT-DATE (1:4)
              MOVE CALC-REC-DATE (6:2) TO WS-TAX-SELECT-DATE (5:2)
              MOVE CALC-REC-DATE (9:2) TO WS-TAX-SELECT-DATE (7:2)
              MOVE "N" TO WS-TAX-FOUND-FLAG
              MOVE 0 TO WS-TAX-BEST-EFF
              PERFORM SELECT-TAX-RATE VARYING WS-TAX-IDX FROM 1 BY 1
                 UNTIL WS-TAX-IDX > WS-TAX-USED
              IF NOT WS-TAX-FOUND
                 IF WS-LOCALE-EN
                    DISPLAY "WARNING: no rate in force for tax code "
                            WS-TAX-CODE " on fee "
                            CALC-REC-TRANS-ID " - billed untaxed"
                 ELSE
                    DISPLAY "AVERTISSEMENT: aucun taux en vigueur "
                            "pour " WS-TAX-CODE " sur la commission "
                            CALC-REC-TRANS-ID " - facturee sans taxe"
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           MOVE WS-TAX-CODE TO WS-LINE-TAX-CODE (WS-LINE-USED)
           MOVE WS-TAX-RATE TO WS-LINE-TAX-RATE (WS-LINE-USED)
           COMPUTE WS-LINE-TAX (WS-LINE-USED) ROUNDED =
              CALC-REC-RESULT * WS-TAX-RATE / 100
              ON SIZE ERROR
                 MOVE 0 TO WS-LINE-TAX (WS-LINE-USED)
           END-COMPUTE

           MOVE "N" TO WS-BILLED-FOUND-FLAG
           PERFORM FIND-BILLED VARYING WS-BILLED-IDX FROM 1 BY 1
              UNTIL WS-BILLED-IDX > WS-BILLED-USED OR WS-BILLED-FOUND
           IF WS-BILLED-FOUND
              MOVE WS-BILLED-INVOICE (WS-BILLED-IDX)
                 TO WS-LINE-INVOICE (WS-LINE-USED)
              MOVE "N" TO WS-LINE-NEW-FLAG (WS-LINE-USED)
           ELSE
              MOVE SPACES TO WS-LINE-INVOICE (WS-LINE-USED)
              SET WS-LINE-NEW (WS-LINE-USED) TO TRUE
           END-IF.

       BUILD-INVOICE-GROUPS.
           IF WS-LINE-NEW (WS-LINE-IDX)
              MOVE "N" TO WS-INV-FOUND-FLAG
              PERFORM FIND-INVOICE-GROUP
                 VARYING WS-INV-IDX FROM 1 BY 1
                 UNTIL WS-INV-IDX > WS-INV-USED OR WS-INV-FOUND
              IF NOT WS-INV-FOUND
                 IF WS-INV-USED >= WS-INV-MAX
                    SET WS-OVERFLOW TO TRUE
                 ELSE
                    ADD 1 TO WS-INV-USED
                    MOVE WS-INV-USED TO WS-INV-IDX
                    SET WS-INV-FOUND TO TRUE
                    MOVE WS-LINE-ENTITY (WS-LINE-IDX)
                       TO WS-INV-ENTITY (WS-INV-IDX)
                    MOVE WS-LINE-DEPT (WS-LINE-IDX)
                       TO WS-INV-DEPT (WS-INV-IDX)
                    MOVE WS-LINE-CCY (WS-LINE-IDX)
                       TO WS-INV-CCY (WS-INV-IDX)
                    MOVE SPACES TO WS-INV-NUMBER (WS-INV-IDX)
                    MOVE 0 TO WS-INV-COUNT (WS-INV-IDX)
                    MOVE 0 TO WS-INV-NET (WS-INV-IDX)
                    MOVE 0 TO WS-INV-TAX (WS-INV-IDX)
                 END-IF
              END-IF
              IF WS-INV-FOUND
                 ADD 1 TO WS-INV-COUNT (WS-INV-IDX)
                 ADD WS-LINE-AMOUNT (WS-LINE-IDX)
                    TO WS-INV-NET (WS-INV-IDX)
                 ADD WS-LINE-TAX (WS-LINE-IDX)
                    TO WS-INV-TAX (WS-INV-IDX)
              END-IF
           END-IF.

       FIND-INVOICE-GROUP.
           IF WS-INV-ENTITY (WS-INV-IDX) = WS-LINE-ENTITY (WS-LINE-IDX)
              AND WS-INV-DEPT (WS-INV-IDX) = WS-LINE-DEPT (WS-LINE-IDX)
              AND WS-INV-CCY (WS-INV-IDX) = WS-LINE-CCY (WS-LINE-IDX)
              SET WS-INV-FOUND TO TRUE
              SUBTRACT 1 FROM WS-INV-IDX
           END-IF.

      * All invoices of the run go into one document; each takes the
      * next number of the FEEINVOICE sequence, so a missing invoice
      * is a gap in the interface register.
       WRITE-INVOICE-DOCUMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-INVOICE-FILENAME
           STRING "fee_invoices-"     DELIMITED BY SIZE
                  WS-INVOICE-MONTH    DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-TIMESTAMP (1:14) DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
                  INTO WS-INVOICE-FILENAME
           OPEN OUTPUT INVOICE-FILE
           PERFORM WRITE-ONE-INVOICE
              VARYING WS-INV-IDX FROM 1 BY 1
              UNTIL WS-INV-IDX > WS-INV-USED
           CLOSE INVOICE-FILE
           IF WS-LOCALE-EN
              DISPLAY "Invoices written to "
                      FUNCTION TRIM (WS-INVOICE-FILENAME)
           ELSE
              DISPLAY "Factures ecrites dans "
                      FUNCTION TRIM (WS-INVOICE-FILENAME)
           END-IF.

       WRITE-ONE-INVOICE.
           CALL "SEQ_REGISTER" USING WS-IFACE-NAME, WS-IFACE-SEQ
           MOVE WS-IFACE-SEQ TO WS-NEW-INVOICE-SEQ
           MOVE WS-NEW-INVOICE TO WS-INV-NUMBER (WS-INV-IDX)
           ADD 1 TO WS-INVOICES-ISSUED
           MOVE "N" TO WS-ENT-FOUND-FLAG
           PERFORM FIND-ENTITY VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-USED OR WS-ENT-FOUND

           MOVE ALL "=" TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "FACTURE DE COMMISSIONS N. "   DELIMITED BY SIZE
                  WS-INV-NUMBER (WS-INV-IDX)     DELIMITED BY SIZE
                  "     DATE: "                  DELIMITED BY SIZE
                  WS-TODAY                       DELIMITED BY SIZE
                  "     PERIODE: "               DELIMITED BY SIZE
                  WS-INVOICE-MONTH               DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "EMETTEUR: "                   DELIMITED BY SIZE
                  WS-INV-ENTITY (WS-INV-IDX)     DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           IF WS-ENT-FOUND
              MOVE WS-ENT-TBL-NAME (WS-ENT-IDX)
                 TO INVOICE-RECORD (15:30)
           END-IF
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "DESTINATAIRE: DEPARTEMENT "   DELIMITED BY SIZE
                  WS-INV-DEPT (WS-INV-IDX)       DELIMITED BY SIZE
                  "     DEVISE: "                DELIMITED BY SIZE
                  WS-INV-CCY (WS-INV-IDX)        DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "TRANSACTION  DATE       ORIGINE      "
                     DELIMITED BY SIZE
                  "UTILISATEUR                       MONTANT HT "
                     DELIMITED BY SIZE
                  "TAXE   TAUX               TAXE"
                     DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD

           MOVE 0 TO WS-VAT-USED
           PERFORM WRITE-INVOICE-LINE
              VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-USED

           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE "RECAPITULATIF TAXES" TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           PERFORM WRITE-VAT-LINE
              VARYING WS-VAT-IDX FROM 1 BY 1
              UNTIL WS-VAT-IDX > WS-VAT-USED

           COMPUTE WS-GROSS-AMOUNT =
              WS-INV-NET (WS-INV-IDX) + WS-INV-TAX (WS-INV-IDX)
           MOVE WS-INV-NET (WS-INV-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-INV-TAX (WS-INV-IDX) TO WS-TAX-EDIT
           MOVE WS-GROSS-AMOUNT TO WS-GROSS-EDIT
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "TOTAL HT  " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  "   TOTAL TAXES  " DELIMITED BY SIZE
                  WS-TAX-EDIT DELIMITED BY SIZE
                  "   TOTAL TTC  " DELIMITED BY SIZE
                  WS-GROSS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INV-CCY (WS-INV-IDX) DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "NOMBRE DE LIGNES: " DELIMITED BY SIZE
                  WS-INV-COUNT (WS-INV-IDX) DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD

           MOVE WS-INVOICE-FILENAME TO WS-IFACE-REG-NAME
           CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME,
                WS-IFACE-SEQ, WS-IFACE-REG-NAME.

       WRITE-INVOICE-LINE.
           IF WS-LINE-NEW (WS-LINE-IDX)
              AND WS-LINE-ENTITY (WS-LINE-IDX)
                 = WS-INV-ENTITY (WS-INV-IDX)
              AND WS-LINE-DEPT (WS-LINE-IDX) = WS-INV-DEPT (WS-INV-IDX)
              AND WS-LINE-CCY (WS-LINE-IDX) = WS-INV-CCY (WS-INV-IDX)
              MOVE WS-INV-NUMBER (WS-INV-IDX)
                 TO WS-LINE-INVOICE (WS-LINE-IDX)
              MOVE WS-LINE-AMOUNT (WS-LINE-IDX) TO WS-AMOUNT-EDIT
              MOVE WS-LINE-TAX (WS-LINE-IDX) TO WS-TAX-EDIT
              MOVE WS-LINE-TAX-RATE (WS-LINE-IDX) TO WS-RATE-EDIT
              MOVE SPACES TO INVOICE-RECORD
              MOVE WS-LINE-TRANS-ID (WS-LINE-IDX)
                 TO INVOICE-RECORD (1:12)
              MOVE WS-LINE-DATE (WS-LINE-IDX) TO INVOICE-RECORD (14:10)
              MOVE WS-LINE-REF-ID (WS-LINE-IDX)
                 TO INVOICE-RECORD (25:12)
              MOVE WS-LINE-USER (WS-LINE-IDX) TO INVOICE-RECORD (38:24)
              MOVE WS-AMOUNT-EDIT TO INVOICE-RECORD (63:16)
              MOVE WS-LINE-TAX-CODE (WS-LINE-IDX)
                 TO INVOICE-RECORD (80:3)
              MOVE WS-RATE-EDIT TO INVOICE-RECORD (84:6)
              MOVE WS-TAX-EDIT TO INVOICE-RECORD (91:16)
              WRITE INVOICE-RECORD
              PERFORM ADD-VAT-ANALYSIS
              PERFORM APPEND-INVOICE-REGISTER
              ADD 1 TO WS-NEW-LINE-COUNT
           END-IF.

       ADD-VAT-ANALYSIS.
           MOVE "N" TO WS-VAT-FOUND-FLAG
           PERFORM FIND-VAT-LINE VARYING WS-VAT-IDX FROM 1 BY 1
              UNTIL WS-VAT-IDX > WS-VAT-USED OR WS-VAT-FOUND
           IF NOT WS-VAT-FOUND AND WS-VAT-USED < WS-VAT-MAX
              ADD 1 TO WS-VAT-USED
              MOVE WS-VAT-USED TO WS-VAT-IDX
              SET WS-VAT-FOUND TO TRUE
              MOVE WS-LINE-TAX-CODE (WS-LINE-IDX)
                 TO WS-VAT-CODE (WS-VAT-IDX)
              MOVE WS-LINE-TAX-RATE (WS-LINE-IDX)
                 TO WS-VAT-RATE (WS-VAT-IDX)
              MOVE 0 TO WS-VAT-BASE (WS-VAT-IDX)
              MOVE 0 TO WS-VAT-AMOUNT (WS-VAT-IDX)
           END-IF
           IF WS-VAT-FOUND
              ADD WS-LINE-AMOUNT (WS-LINE-IDX)
                 TO WS-VAT-BASE (WS-VAT-IDX)
              ADD WS-LINE-TAX (WS-LINE-IDX)
                 TO WS-VAT-AMOUNT (WS-VAT-IDX)
           END-IF.

       FIND-VAT-LINE.
           IF WS-VAT-CODE (WS-VAT-IDX) = WS-LINE-TAX-CODE (WS-LINE-IDX)
              AND WS-VAT-RATE (WS-VAT-IDX)
                 = WS-LINE-TAX-RATE (WS-LINE-IDX)
              SET WS-VAT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-VAT-IDX
           END-IF.

       WRITE-VAT-LINE.
           MOVE WS-VAT-BASE (WS-VAT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-VAT-AMOUNT (WS-VAT-IDX) TO WS-TAX-EDIT
           MOVE WS-VAT-RATE (WS-VAT-IDX) TO WS-RATE-EDIT
           MOVE SPACES TO INVOICE-RECORD
           STRING "  "                     DELIMITED BY SIZE
                  WS-VAT-CODE (WS-VAT-IDX) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-RATE-EDIT             DELIMITED BY SIZE
                  "%  BASE "               DELIMITED BY SIZE
                  WS-AMOUNT-EDIT           DELIMITED BY SIZE
                  "  TAXE "                DELIMITED BY SIZE
                  WS-TAX-EDIT              DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD.

       APPEND-INVOICE-REGISTER.
           OPEN EXTEND INVREG-FILE
           IF WS-INVREG-STATUS = "35"
              OPEN OUTPUT INVREG-FILE
           END-IF
           IF WS-INVREG-STATUS = "00"
              MOVE SPACES TO INVREG-RECORD
              MOVE WS-LINE-TRANS-ID (WS-LINE-IDX) TO FIR-TRANS-ID
              MOVE WS-LINE-INVOICE (WS-LINE-IDX) TO FIR-INVOICE
              MOVE WS-INVOICE-MONTH TO FIR-MONTH
              MOVE WS-LINE-ENTITY (WS-LINE-IDX) TO FIR-ENTITY
              MOVE WS-LINE-DEPT (WS-LINE-IDX) TO FIR-DEPARTMENT
              MOVE WS-LINE-CCY (WS-LINE-IDX) TO FIR-CURRENCY
              MOVE WS-LINE-AMOUNT (WS-LINE-IDX) TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO FIR-AMOUNT
              MOVE WS-LINE-TAX (WS-LINE-IDX) TO WS-TAX-EDIT
              MOVE WS-TAX-EDIT TO FIR-TAX
              MOVE WS-TODAY TO FIR-BILLED-ON
              WRITE INVREG-RECORD
              CLOSE INVREG-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: invoice register not writable - "
                         WS-LINE-TRANS-ID (WS-LINE-IDX)
                         " may be billed again"
              ELSE
                 DISPLAY "ERREUR: registre des factures non "
                         "accessible - " WS-LINE-TRANS-ID (WS-LINE-IDX)
                         " pourrait etre refacturee"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * Billed / unbilled view of the month's fees for the finance
      * desk, without issuing anything.
       WRITE-BILLING-STATUS.
           MOVE SPACES TO WS-INVOICE-FILENAME
           STRING "fee_billing_status-" DELIMITED BY SIZE
                  WS-INVOICE-MONTH      DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WS-INVOICE-FILENAME
           OPEN OUTPUT INVOICE-FILE
           MOVE SPACES TO INVOICE-RECORD
           STRING "ETAT DE FACTURATION DES COMMISSIONS - "
                     DELIMITED BY SIZE
                  WS-INVOICE-MONTH DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "TRANSACTION  DATE       ENT DEPARTEMENT DEV"
                     DELIMITED BY SIZE
                  "       MONTANT HT  FACTURE"
                     DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD
           PERFORM WRITE-STATUS-LINE
              VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-USED
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "FACTUREES: "        DELIMITED BY SIZE
                  WS-BILLED-COUNT      DELIMITED BY SIZE
                  "  NON FACTUREES: "  DELIMITED BY SIZE
                  WS-UNBILLED-COUNT    DELIMITED BY SIZE
                  INTO INVOICE-RECORD
           END-STRING
           WRITE INVOICE-RECORD
           CLOSE INVOICE-FILE
           IF WS-LOCALE-EN
              DISPLAY "Fees billed: " WS-BILLED-COUNT
                      "  not billed: " WS-UNBILLED-COUNT
              DISPLAY "Status written to "
                      FUNCTION TRIM (WS-INVOICE-FILENAME)
           ELSE
              DISPLAY "Commissions facturees: " WS-BILLED-COUNT
                      "  non facturees: " WS-UNBILLED-COUNT
              DISPLAY "Etat ecrit dans "
                      FUNCTION TRIM (WS-INVOICE-FILENAME)
           END-IF
           IF WS-UNBILLED-COUNT > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       WRITE-STATUS-LINE.
           IF WS-LINE-NEW (WS-LINE-IDX)
              ADD 1 TO WS-UNBILLED-COUNT
              MOVE "NON FACTUREE" TO WS-STATUS-TEXT
           ELSE
              ADD 1 TO WS-BILLED-COUNT
              MOVE WS-LINE-INVOICE (WS-LINE-IDX) TO WS-STATUS-TEXT
           END-IF
           MOVE WS-LINE-AMOUNT (WS-LINE-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO INVOICE-RECORD
           MOVE WS-LINE-TRANS-ID (WS-LINE-IDX) TO INVOICE-RECORD (1:12)
           MOVE WS-LINE-DATE (WS-LINE-IDX) TO INVOICE-RECORD (14:10)
           MOVE WS-LINE-ENTITY (WS-LINE-IDX) TO INVOICE-RECORD (25:3)
           MOVE WS-LINE-DEPT (WS-LINE-IDX) TO INVOICE-RECORD (29:10)
           MOVE WS-LINE-CCY (WS-LINE-IDX) TO INVOICE-RECORD (41:3)
           MOVE WS-AMOUNT-EDIT TO INVOICE-RECORD (45:16)
           MOVE WS-STATUS-TEXT TO INVOICE-RECORD (63:12)
           WRITE INVOICE-RECORD.

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

       END PROGRAM FEE-INVOICE.
