      *================================================================
      *    COPYBOOK:   COLLCASE
      *    PURPOSE:    Collections case for a user whose balance is
      *                negative: since when, for how many days, and
      *                the escalation level reached.  Rewritten each
      *                day by COLLECTIONS, which drops a case once the
      *                balance is back at or above zero; MAIN refuses
      *                further debits for a user whose case stands at
      *                the block level.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 COLLECTION-RECORD.
      *                      COPY COLLCASE.
      *================================================================
           05  CL-USER                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  CL-SINCE                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CL-DAYS                 PIC 9(04).
           05  FILLER                  PIC X(01).
           05  CL-LEVEL                PIC 9(01).
               88  CL-REMINDER                     VALUE 1.
               88  CL-SECOND-REMINDER              VALUE 2.
               88  CL-REFERRED                     VALUE 3.
               88  CL-BLOCKED                      VALUE 4.
           05  FILLER                  PIC X(01).
           05  CL-LEVEL-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CL-BALANCE              PIC S9(11)V99
                                       SIGN LEADING SEPARATE CHARACTER.
