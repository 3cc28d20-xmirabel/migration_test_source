      *================================================================
      *    COPYBOOK:   FRDHIT
      *    PURPOSE:    Fraud rule hit log, one line per result MAIN
      *                held on a rule, with the rule that held it.
      *                FRAUD-REPORT follows each hit to the hold queue
      *                to see whether the supervisor released it (a
      *                false alarm) or rejected it.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 FRAUD-HIT-RECORD.
      *                      COPY FRDHIT.
      *================================================================
           05  FH-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FH-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  FH-TRANS-ID             PIC X(12).
           05  FILLER                  PIC X(01).
           05  FH-RULE                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  FH-USER                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  FH-AMOUNT               PIC -9(11).99.
