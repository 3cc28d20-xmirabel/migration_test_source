          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-DISTRIB-DATE         PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-CUR-DEPT             PIC X(10).
       01 WS-CUR-SECTIONS         PIC X(10).
          88 WS-WANT-DETAIL        VALUES "DETAIL", "TOUT".
       01 WS-CUR-SECTIONS-TOT     PIC X(10).
          88 WS-WANT-TOTALS        VALUES "TOTAUX", "TOUT".
       01 WS-REC-DEPT             PIC X(10).
       01 WS-REC-AS-OF-DATE       PIC X(8).
       01 WS-REC-HIST-ROLE        PIC X(1).
       01 WS-REC-HIST-STATUS      PIC 9(2).
       01 WS-CUR-MASK             PIC X(1).
          88 WS-MASK-WANTED                   VALUE "Y".
       01 WS-DEPT-COUNT           PIC 9(7)    VALUE 0.
           ACCEPT WS-DISTRIB-DATE FROM ENVIRONMENT "DISTRIB_DATE"
           IF WS-DISTRIB-DATE NOT NUMERIC
              OR WS-DISTRIB-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-DISTRIB-DATE, WS-DATE-SOURCE
           END-IF

           MOVE SPACES TO WS-AUDIT-FILENAME
      * shop, and the privacy rules run over personal fields where
      * the list asks for masking - no more marker pens.
       HANDLE-ONE-AUDIT-RECORD.
           PERFORM RESOLVE-RECORD-DEPARTMENT
           IF WS-REC-DEPT = WS-CUR-DEPT
              ADD 1 TO WS-DEPT-COUNT
              ADD CALC-REC-RESULT TO WS-DEPT-AMOUNT
              IF WS-WANT-DETAIL
           END-IF
           PERFORM READ-AUDIT-RECORD.

      * A record posted without a department goes to the one the
      * user held on the transaction date, not the one they hold
      * now.
       RESOLVE-RECORD-DEPARTMENT.
           MOVE CALC-REC-DEPARTMENT TO WS-REC-DEPT
           IF WS-REC-DEPT = SPACES
              IF CALC-REC-PPA-FLAG = "Y"
                 MOVE CALC-REC-ORIG-DATE TO WS-REC-AS-OF-DATE
              ELSE
                 MOVE SPACES TO WS-REC-AS-OF-DATE
                 STRING CALC-REC-DATE (1:4) DELIMITED BY SIZE
                        CALC-REC-DATE (6:2) DELIMITED BY SIZE
                        CALC-REC-DATE (9:2) DELIMITED BY SIZE
                        INTO WS-REC-AS-OF-DATE
                 END-STRING
              END-IF
              CALL "PROFILE_HISTORY" USING CALC-REC-USER,
                                           WS-REC-AS-OF-DATE,
                                           WS-REC-DEPT,
                                           WS-REC-HIST-ROLE,
                                           WS-REC-HIST-STATUS
           END-IF.

       APPEND-DISTRIB-LOG.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND DISTRIB-LOG-FILE
