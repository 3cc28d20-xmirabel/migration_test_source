
       01 WS-QUERY-USER           PIC X(30)   VALUE SPACES.
       01 WS-ASOF-TEXT            PIC X(8)    VALUE SPACES.
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-ASOF-DATE            PIC 9(8)    VALUE 0.
       01 WS-FROM-TEXT            PIC X(8)    VALUE SPACES.
       01 WS-TO-TEXT              PIC X(8)    VALUE SPACES.
           IF WS-ASOF-TEXT NUMERIC
              MOVE FUNCTION NUMVAL (WS-ASOF-TEXT) TO WS-ASOF-DATE
           ELSE
              CALL "BUSINESS_DATE" USING WS-ASOF-TEXT, WS-DATE-SOURCE
              MOVE FUNCTION NUMVAL (WS-ASOF-TEXT) TO WS-ASOF-DATE
           END-IF

