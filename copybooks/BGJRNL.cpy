      *================================================================
      *    COPYBOOK:   BGJRNL
      *    PURPOSE:    Break-glass action journal, one line per action
      *                taken under emergency supervisor rights, keyed
      *                by the session it belongs to.  Appended by
      *                BREAK_GLASS_LOG, listed by EMERGENCY-ACCESS for
      *                the reviewing supervisor.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 BG-JOURNAL-RECORD.
      *                      COPY BGJRNL.
      *================================================================
           05  BJ-SESSION-ID           PIC X(14).
           05  FILLER                  PIC X(01).
           05  BJ-STAMP                PIC X(14).
           05  FILLER                  PIC X(01).
           05  BJ-USER                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  BJ-PROGRAM              PIC X(12).
           05  FILLER                  PIC X(01).
           05  BJ-ACTION               PIC X(60).
