      *================================================================
      *    COPYBOOK:   FRZCAL
      *    PURPOSE:    Change-freeze calendar, one line per frozen
      *                date range (year-end, audit weeks) and scope:
      *                CONFIG, PROFILE, STANDING, RATES or ALL.
      *                Maintenance programs refuse changes in a
      *                frozen scope without an approved emergency
      *                override; PREFLIGHT flags master files touched
      *                inside a freeze.  Read by FREEZE_CHECK only.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 FREEZE-CAL-RECORD.
      *                      COPY FRZCAL.
      *================================================================
           05  FZ-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FZ-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  FZ-SCOPE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  FZ-REASON               PIC X(40).
