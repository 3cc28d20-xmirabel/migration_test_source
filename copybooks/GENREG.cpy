      *================================================================
      *    COPYBOOK:   GENREG
      *    PURPOSE:    Generation register, one line per source item a
      *                pre-MAIN generator has turned into a transaction
      *                for a business date (a standing order, a user's
      *                accrual, a warehouse entry).  A rerun of the
      *                same generator for the same date skips every
      *                item already on the register.  A line written
      *                under a supervisor's override carries FORCED Y.
      *                Written and read by GEN_REGISTER only.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 GEN-REGISTER-RECORD.
      *                      COPY GENREG.
      *================================================================
           05  GR-GENERATOR            PIC X(10).
           05  FILLER                  PIC X(01).
           05  GR-GEN-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  GR-ITEM-KEY             PIC X(60).
           05  FILLER                  PIC X(01).
           05  GR-STAMP                PIC X(14).
           05  FILLER                  PIC X(01).
           05  GR-USER                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  GR-FORCED               PIC X(01).
