      *================================================================
      *    COPYBOOK:   ACCTIDX
      *    PURPOSE:    Keyed account master record, rebuilt nightly by
      *                MASTER-LOAD from the flat account master.  The
      *                bank-details status is worked out once at load
      *                time (0 valid, otherwise the BANK_ID_CHECK code)
      *                so the lookups need not repeat the check.
      *                Key: AX-ACCT-ID.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 ACCT-IDX-RECORD.
      *                      COPY ACCTIDX.
      *================================================================
           05  AX-ACCT-ID              PIC X(10).
           05  AX-NAME                 PIC X(30).
           05  AX-STATUS               PIC X(01).
           05  AX-ENTITY               PIC X(03).
           05  AX-CURRENCY             PIC X(03).
           05  AX-IBAN                 PIC X(34).
           05  AX-BIC                  PIC X(11).
           05  AX-BANK-STATUS          PIC 9(02).
