          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-ACCRUE-DATE          PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-ACCRUE-DATE-NUM      PIC 9(8).

       01 WS-RATE-TABLE.
       01 WS-ACCRUAL-AMOUNT       PIC S9(9)V99 VALUE 0.
       01 WS-ACCRUAL-ABS          PIC 9(9)V99 VALUE 0.
       01 WS-GENERATED-COUNT      PIC 9(5)    VALUE 0.
       01 WS-SKIP-COUNT           PIC 9(5)    VALUE 0.
       01 WS-GEN-REGISTER-NAME    PIC X(10)   VALUE "ACCRUE".
       01 WS-GEN-ITEM-KEY         PIC X(60).
       01 WS-GEN-STATUS           PIC 9(2).
          88 WS-GEN-ALREADY                   VALUE 4.
          88 WS-GEN-REFUSED                   VALUE 12.
       01 WS-TOTAL-ACCRUED        PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-EDIT          PIC -(9)9.99.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.

           ACCEPT WS-ACCRUE-DATE FROM ENVIRONMENT "ACCRUE_DATE"
           IF WS-ACCRUE-DATE NOT NUMERIC OR WS-ACCRUE-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-ACCRUE-DATE, WS-DATE-SOURCE
           END-IF
           MOVE FUNCTION NUMVAL (WS-ACCRUE-DATE)
              TO WS-ACCRUE-DATE-NUM
           END-IF
           PERFORM LOAD-PROFILE-TABLE

           CALL "GEN_REGISTER_OPEN" USING WS-GEN-REGISTER-NAME,
                                          WS-ACCRUE-DATE, WS-GEN-STATUS
           IF WS-GEN-REFUSED
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: GEN_FORCE is reserved to supervisors"
                         " - nothing accrued"
              ELSE
                 DISPLAY "ERREUR: GEN_FORCE est reserve aux "
                         "superviseurs - aucun couru genere"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT BALANCE-IDX-FILE
           IF WS-BAL-IDX-STATUS = "00"
              SET WS-IDX-MODE TO TRUE
              END-IF
           END-IF

           CALL "GEN_REGISTER_CLOSE" USING WS-SKIP-COUNT

           MOVE WS-TOTAL-ACCRUED TO WS-AMOUNT-EDIT
           IF WS-LOCALE-EN
              DISPLAY "Accrual transactions generated: "
                      WS-GENERATED-COUNT
              DISPLAY "Already accrued today, skipped: "
                      WS-SKIP-COUNT
              DISPLAY "Total accrued: " WS-AMOUNT-EDIT
           ELSE
              DISPLAY "Transactions de courus generees: "
                      WS-GENERATED-COUNT
              DISPLAY "Deja courus ce jour, ignores: "
                      WS-SKIP-COUNT
              DISPLAY "Total des courus: " WS-AMOUNT-EDIT
           END-IF

                       MOVE 0 TO WS-ACCRUAL-AMOUNT
                 END-COMPUTE
                 IF WS-ACCRUAL-AMOUNT NOT = 0
                    MOVE WS-CUR-USER TO WS-GEN-ITEM-KEY
                    CALL "GEN_REGISTER" USING WS-GEN-ITEM-KEY,
                                              WS-GEN-STATUS
                    IF NOT WS-GEN-ALREADY
                       PERFORM WRITE-ACCRUAL-TRANSACTION
                       PERFORM APPEND-ACCRUAL-SUMMARY
                       CALL "GEN_REGISTER_NOTE" USING WS-GEN-ITEM-KEY
                    END-IF
                 END-IF
              END-IF
           END-IF.
