      *================================================================
      *    COPYBOOK:   FRDRULE
      *    PURPOSE:    Behavioural fraud rule file, one line per rule
      *                MAIN applies to each record before posting.  A
      *                hit sends the result to the hold queue with the
      *                rule code.  Lines starting with * are comments.
      *                KIND is one of
      *                   VELOCITY  more than PARAM-1 entries by the
      *                             user in PARAM-2 minutes
      *                   ROUND     once the user has PARAM-1 entries
      *                             in the run, more than PARAM-2 per
      *                             cent of them whole multiples of
      *                             PARAM-3
      *                   OFFHOURS  entry before PARAM-1 or from
      *                             PARAM-2 (HHMM), or at a weekend
      *                   NEWACCT   first use of an account by the
      *                             user for PARAM-1 or more
      *                   AVERAGE   more than PARAM-1 times the user's
      *                             usual amount, once PARAM-2 amounts
      *                             are known
      *                SCOPE A applies in every batch run; SCOPE C in
      *                intraday cycle runs only, where the posting
      *                time stands for the time of entry.
      *                Read by MAIN and FRAUD-REPORT.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 FRAUD-RULE-RECORD.
      *                      COPY FRDRULE.
      *================================================================
           05  FR-CODE                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  FR-KIND                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  FR-SCOPE                PIC X(01).
           05  FILLER                  PIC X(01).
           05  FR-PARAM-1              PIC 9(07).
           05  FILLER                  PIC X(01).
           05  FR-PARAM-2              PIC 9(07).
           05  FILLER                  PIC X(01).
           05  FR-PARAM-3              PIC 9(07).
           05  FILLER                  PIC X(01).
           05  FR-DESCRIPTION          PIC X(30).
