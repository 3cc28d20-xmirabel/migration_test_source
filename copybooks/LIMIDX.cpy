      *================================================================
      *    COPYBOOK:   LIMIDX
      *    PURPOSE:    Keyed user limit record, rebuilt nightly by
      *                MASTER-LOAD from the flat limit master.  A zero
      *                envelope means unlimited, as on the flat file.
      *                Key: LX-USER-ID.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 LIMIT-IDX-RECORD.
      *                      COPY LIMIDX.
      *================================================================
           05  LX-USER-ID              PIC X(30).
           05  LX-SINGLE               PIC S9(09)V99.
           05  LX-DAILY                PIC S9(11)V99.
           05  LX-MONTHLY              PIC S9(11)V99.
