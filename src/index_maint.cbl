       01 WS-RETENTION-TEXT       PIC X(5)    VALUE SPACES.
       01 WS-RETENTION-DAYS       PIC 9(5)    VALUE 730.
       01 WS-TODAY                PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TODAY-INT            PIC 9(7).
       01 WS-ENTRY-DATE           PIC 9(8).
       01 WS-ENTRY-INT            PIC 9(7).
                 TO WS-RETENTION-DAYS
           END-IF

           CALL "BUSINESS_DATE" USING WS-TODAY, WS-DATE-SOURCE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)

           MOVE SPACES TO WS-NEW-INDEX-FILENAME
