          05 WS-GEN-YEAR          PIC 9(4).
          05 WS-GEN-MONTH         PIC 9(2).
          05 WS-GEN-DAY           PIC 9(2).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==

       01 WS-GEN-COUNT            PIC 9(5)    VALUE 0.
       01 WS-READ-COUNT           PIC 9(5)    VALUE 0.
       01 WS-SKIP-COUNT           PIC 9(5)    VALUE 0.

      * An order has no number of its own, so the register knows it
      * by its schedule and description.
       01 WS-GEN-REGISTER-NAME    PIC X(10)   VALUE "STANDING".
       01 WS-GEN-ITEM-KEY.
          05 WS-KEY-FREQUENCY     PIC X(1).
          05 WS-KEY-DAY           PIC 9(2).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-KEY-START-DATE    PIC 9(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-KEY-ENTITY        PIC X(3).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-KEY-DESCRIPTION   PIC X(20).
          05 FILLER               PIC X(23)   VALUE SPACES.
       01 WS-GEN-STATUS           PIC 9(2).
          88 WS-GEN-ALREADY                   VALUE 4.
          88 WS-GEN-REFUSED                   VALUE 12.

       01 WS-Z-MONTH              PIC S9(4) COMP.
       01 WS-Z-YEAR               PIC S9(4) COMP.

           ACCEPT WS-GEN-DATE FROM ENVIRONMENT "GEN_DATE"
           IF WS-GEN-DATE NOT NUMERIC OR WS-GEN-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-GEN-DATE, WS-DATE-SOURCE
           END-IF

           ACCEPT WS-STANDING-FILENAME FROM ENVIRONMENT "STANDING_FILE"
           END-STRING
           CALL "SYSTEM" USING WS-LOCK-CMD RETURNING WS-LOCK-RC

           CALL "GEN_REGISTER_OPEN" USING WS-GEN-REGISTER-NAME,
                                          WS-GEN-DATE, WS-GEN-STATUS
           IF WS-GEN-REFUSED
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: GEN_FORCE is reserved to supervisors"
                         " - nothing generated"
              ELSE
                 DISPLAY "ERREUR: GEN_FORCE est reserve aux "
                         "superviseurs - aucune generation"
              END-IF
              CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
                 RETURNING WS-LOCK-RC
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-ENTITY-CALENDARS

           OPEN INPUT STANDING-FILE
              CLOSE STANDING-FILE
           END-IF

           CALL "GEN_REGISTER_CLOSE" USING WS-SKIP-COUNT

           IF WS-LOCALE-EN
              DISPLAY "Standing orders read: " WS-READ-COUNT
              DISPLAY "Transactions generated: " WS-GEN-COUNT
              DISPLAY "Already generated today, skipped: "
                      WS-SKIP-COUNT
           ELSE
              DISPLAY "Operations permanentes lues: " WS-READ-COUNT
              DISPLAY "Transactions generees: " WS-GEN-COUNT
              DISPLAY "Deja generees ce jour, ignorees: "
                      WS-SKIP-COUNT
           END-IF

           CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
           PERFORM SELECT-ORDER-CALENDAR
           PERFORM CHECK-ENTRY-DUE
           IF WS-ENTRY-DUE
              MOVE STND-FREQUENCY   TO WS-KEY-FREQUENCY
              MOVE STND-DAY         TO WS-KEY-DAY
              MOVE STND-START-DATE  TO WS-KEY-START-DATE
              MOVE STND-ENTITY      TO WS-KEY-ENTITY
              MOVE STND-DESCRIPTION TO WS-KEY-DESCRIPTION
              CALL "GEN_REGISTER" USING WS-GEN-ITEM-KEY, WS-GEN-STATUS
              IF NOT WS-GEN-ALREADY
                 MOVE SPACES TO TRANS-RECORD
                 MOVE STND-NUM1      TO TRANS-NUM1
                 MOVE STND-NUM2      TO TRANS-NUM2
                 MOVE STND-OPERATION TO TRANS-OPERATION
                 MOVE STND-CURRENCY  TO TRANS-CURRENCY
                 MOVE STND-ENTITY    TO TRANS-ENTITY
                 WRITE TRANS-RECORD
                 ADD 1 TO WS-GEN-COUNT
                 CALL "GEN_REGISTER_NOTE" USING WS-GEN-ITEM-KEY
              END-IF
           END-IF
           PERFORM READ-STANDING-RECORD.

