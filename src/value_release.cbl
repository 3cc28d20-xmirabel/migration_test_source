          05 WHS-TAX-CODE         PIC X(3).
          05 WHS-ACCOUNT          PIC X(10).
          05 WHS-VALUE-DATE       PIC 9(8).
          05 WHS-DEPARTMENT       PIC X(10).
          05 WHS-CPTY-NAME        PIC X(30).

       FD NEW-WAREHOUSE-FILE.
       01 NEW-WAREHOUSE-RECORD    PIC X(114).

       FD TRANS-FILE.
       01 TRANS-RECORD            PIC X(114).

       FD ENTITY-FILE.
       01 ENTITY-RECORD.
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RELEASE-DATE         PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RELEASE-DATE-NUM     PIC 9(8).
       01 WS-RELEASED-COUNT       PIC 9(5)    VALUE 0.
       01 WS-KEPT-COUNT           PIC 9(5)    VALUE 0.
       01 WS-SKIP-COUNT           PIC 9(5)    VALUE 0.

      * A warehouse entry is known to the register by its account,
      * references, value date, amount and direction.
       01 WS-GEN-REGISTER-NAME    PIC X(10)   VALUE "RELEASE".
       01 WS-GEN-ITEM-KEY.
          05 WS-KEY-ACCOUNT       PIC X(10).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-KEY-NUM1-REF      PIC X(12).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-KEY-NUM2-REF      PIC X(12).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-KEY-VALUE-DATE    PIC X(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-KEY-NUM1          PIC 9(9)V99.
          05 WS-KEY-OPERATION     PIC X(1).
          05 FILLER               PIC X(2)    VALUE SPACES.
       01 WS-GEN-STATUS           PIC 9(2).
          88 WS-GEN-ALREADY                   VALUE 4.
          88 WS-GEN-REFUSED                   VALUE 12.

       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==

           ACCEPT WS-RELEASE-DATE FROM ENVIRONMENT "RELEASE_DATE"
           IF WS-RELEASE-DATE NOT NUMERIC OR WS-RELEASE-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-RELEASE-DATE, WS-DATE-SOURCE
           END-IF
           MOVE FUNCTION NUMVAL (WS-RELEASE-DATE)
              TO WS-RELEASE-DATE-NUM
                      WS-RELEASE-DATE " ==="
           END-IF

           CALL "GEN_REGISTER_OPEN" USING WS-GEN-REGISTER-NAME,
                                          WS-RELEASE-DATE, WS-GEN-STATUS
           IF WS-GEN-REFUSED
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: GEN_FORCE is reserved to supervisors"
                         " - nothing released"
              ELSE
                 DISPLAY "ERREUR: GEN_FORCE est reserve aux "
                         "superviseurs - aucune liberation"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-ENTITY-CALENDARS

           OPEN INPUT WAREHOUSE-FILE
              END-IF
           END-IF

           CALL "GEN_REGISTER_CLOSE" USING WS-SKIP-COUNT

           IF WS-LOCALE-EN
              DISPLAY "Released: " WS-RELEASED-COUNT
                      "  still warehoused: " WS-KEPT-COUNT
                      "  already released, dropped: " WS-SKIP-COUNT
           ELSE
              DISPLAY "Liberes: " WS-RELEASED-COUNT
                      "  encore entreposes: " WS-KEPT-COUNT
                      "  deja liberes, retires: " WS-SKIP-COUNT
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
      * An item is due when the first business day on or after its
      * value date is the release date or earlier; items whose value
      * date falls on a holiday or weekend therefore roll forward to
      * the next working day of the calendar DATE_ARITH loads.  A due
      * entry the generation register shows released today was posted
      * by a run that stopped before the warehouse was rewritten: it
      * is dropped rather than posted twice.
       RELEASE-ONE-RECORD.
           IF WHS-VALUE-DATE NOT NUMERIC OR WHS-VALUE-DATE = 0
              MOVE WS-RELEASE-DATE-NUM TO WS-DUE-DATE-NUM
              PERFORM DETERMINE-DUE-DATE
           END-IF
           IF WS-DUE-DATE-NUM <= WS-RELEASE-DATE-NUM
              MOVE WHS-ACCOUNT TO WS-KEY-ACCOUNT
              MOVE WHS-NUM1-REF TO WS-KEY-NUM1-REF
              MOVE WHS-NUM2-REF TO WS-KEY-NUM2-REF
              MOVE WHS-VALUE-DATE TO WS-KEY-VALUE-DATE
              MOVE WHS-NUM1 TO WS-KEY-NUM1
              MOVE WHS-OPERATION TO WS-KEY-OPERATION
              CALL "GEN_REGISTER" USING WS-GEN-ITEM-KEY, WS-GEN-STATUS
              IF NOT WS-GEN-ALREADY
                 MOVE WAREHOUSE-RECORD TO TRANS-RECORD
                 MOVE SPACES TO TRANS-RECORD (67:8)
                 WRITE TRANS-RECORD
                 ADD 1 TO WS-RELEASED-COUNT
                 CALL "GEN_REGISTER_NOTE" USING WS-GEN-ITEM-KEY
              END-IF
           ELSE
              ADD 1 TO WS-KEPT-COUNT
              MOVE WAREHOUSE-RECORD TO NEW-WAREHOUSE-RECORD
