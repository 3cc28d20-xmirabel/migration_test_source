      *================================================================
      *    COPYBOOK:   TAXIDX
      *    PURPOSE:    Keyed tax rate record, rebuilt nightly by
      *                MASTER-LOAD from the flat tax table.  One record
      *                per code and effective date, so the versions of
      *                a code sit together in key order and the rate in
      *                force on a date is the last one read before the
      *                effective date passes it.
      *                Key: TX-KEY (code, effective date).
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 TAX-IDX-RECORD.
      *                      COPY TAXIDX.
      *================================================================
           05  TX-KEY.
               10  TX-CODE             PIC X(03).
               10  TX-EFF-DATE         PIC 9(08).
           05  TX-DESCRIPTION          PIC X(20).
           05  TX-RATE                 PIC 9(03)V99.
