      *================================================================
      *    COPYBOOK:   FRDSTAT
      *    PURPOSE:    Fraud rule statistics, one line per rule per
      *                batch run: the records the rule was applied to
      *                and the ones it hit.  Appended by MAIN, read by
      *                FRAUD-REPORT to give hit rates per rule.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 FRAUD-STATS-RECORD.
      *                      COPY FRDSTAT.
      *================================================================
           05  FS-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FS-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  FS-RULE                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  FS-EVALUATED            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  FS-HITS                 PIC 9(07).
