             10 AUX-USER          PIC X(30).
             10 AUX-DATE          PIC X(8).
             10 AUX-TRANS-ID      PIC X(12).
          05 AUX-DATA             PIC X(248).

      * Restart checkpoint: the statement month and how many users
      * were fully written, so a failed run resumes at the next user
       01 WS-OWN-ROLE             PIC X(1)    VALUE SPACES.
       01 WS-OWN-DEPT             PIC X(10)   VALUE SPACES.
       01 WS-OWN-FULLNAME         PIC X(30)   VALUE SPACES.
       01 WS-OWN-DEPT-ON-DATE     PIC X(10).
       01 WS-REC-DEPT             PIC X(10).
       01 WS-REC-AS-OF-DATE       PIC X(8).
       01 WS-HIST-ROLE            PIC X(1).
       01 WS-HIST-STATUS          PIC 9(2).
       01 WS-SCOPE-OK-FLAG        PIC X(1)    VALUE "Y".
          88 WS-SCOPE-OK                      VALUE "Y".
       01 WS-SCOPE-REFUSED        PIC 9(7)    VALUE 0.

       01 WS-DAY-NUM              PIC 9(2).
       01 WS-DAY-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

       01 WS-USER-TABLE.
          05 WS-USER-ENTRY OCCURS 500 TIMES.
           ACCEPT WS-STATEMENT-MONTH FROM ENVIRONMENT "STATEMENT_MONTH"
           IF WS-STATEMENT-MONTH NOT NUMERIC
              OR WS-STATEMENT-MONTH = SPACES
              CALL "BUSINESS_DATE" USING WS-DAY-DATE, WS-DATE-SOURCE
              MOVE WS-DAY-DATE (1:6) TO WS-STATEMENT-MONTH
           END-IF

                 ELSE
                    MOVE AUX-DATA TO AUDIT-RECORD
                    IF WS-CURRENT-DEPARTMENT = SPACES
                       PERFORM RESOLVE-RECORD-DEPARTMENT
                       MOVE WS-REC-DEPT TO WS-CURRENT-DEPARTMENT
                    END-IF
                    PERFORM WRITE-STATEMENT-DETAIL
                 END-IF
           ELSE
              IF CALC-REC-USER = WS-CURRENT-USER
                 IF WS-CURRENT-DEPARTMENT = SPACES
                    PERFORM RESOLVE-RECORD-DEPARTMENT
                    MOVE WS-REC-DEPT TO WS-CURRENT-DEPARTMENT
                 END-IF
                 PERFORM WRITE-STATEMENT-DETAIL
              END-IF
                    MOVE "N" TO WS-SCOPE-OK-FLAG
                 END-IF
              WHEN "O"
                 PERFORM RESOLVE-RECORD-DEPARTMENT
                 CALL "PROFILE_HISTORY" USING WS-USER-NAME,
                                              WS-REC-AS-OF-DATE,
                                              WS-OWN-DEPT-ON-DATE,
                                              WS-HIST-ROLE,
                                              WS-HIST-STATUS
                 IF WS-HIST-STATUS = 8
                    MOVE WS-OWN-DEPT TO WS-OWN-DEPT-ON-DATE
                 END-IF
                 IF WS-REC-DEPT NOT = WS-OWN-DEPT-ON-DATE
                    MOVE "N" TO WS-SCOPE-OK-FLAG
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Department and date of a record as they stood when it was
      * posted: the department stamped on it, or failing that the
      * one its user held on the transaction date.  An operator's
      * own department is taken on the same date, so a move does
      * not carry past activity from one department to the other.
       RESOLVE-RECORD-DEPARTMENT.
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
           MOVE CALC-REC-DEPARTMENT TO WS-REC-DEPT
           IF WS-REC-DEPT = SPACES
              CALL "PROFILE_HISTORY" USING CALC-REC-USER,
                                           WS-REC-AS-OF-DATE,
                                           WS-REC-DEPT,
                                           WS-HIST-ROLE,
                                           WS-HIST-STATUS
           END-IF.

       WRITE-SUBTOTAL-LINE.
           MOVE WS-OP-COUNT TO WS-COUNT-EDIT
           MOVE WS-OP-AMOUNT TO WS-AMOUNT-EDIT
