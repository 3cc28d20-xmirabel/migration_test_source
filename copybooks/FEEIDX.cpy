      *================================================================
      *    COPYBOOK:   FEEIDX
      *    PURPOSE:    Keyed fee rule record, rebuilt nightly by
      *                MASTER-LOAD from the flat fee schedule.  The
      *                line number on the flat file is kept so that,
      *                of several rules matching a transaction, the
      *                one listed first still wins.
      *                Key: FX-KEY (operation or *, then a department,
      *                a user or *** for everybody).
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 FEE-IDX-RECORD.
      *                      COPY FEEIDX.
      *================================================================
           05  FX-KEY.
               10  FX-OPERATION        PIC X(01).
               10  FX-SCOPE            PIC X(30).
           05  FX-SEQ                  PIC 9(05).
           05  FX-FLAT                 PIC 9(07)V99.
           05  FX-PCT                  PIC 9(03)V999.
