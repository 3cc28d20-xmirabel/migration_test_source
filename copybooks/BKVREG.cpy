      *================================================================
      *    COPYBOOK:   BKVREG
      *    PURPOSE:    Back-value register, one line per transaction
      *                posted with a value date earlier than the
      *                business date it was posted on (late feeds and
      *                prior-period adjustments).  The interest accrued
      *                between the two dates ran on a balance that did
      *                not yet carry the movement.
      *                Written by MAIN after a successful post, with
      *                no compensation date; INTEREST-COMP raises the
      *                compensating interest and rewrites the line with
      *                the date it did so.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 BACKVALUE-RECORD.
      *                      COPY BKVREG.
      *================================================================
           05  BV-TRANS-ID             PIC X(12).
           05  FILLER                  PIC X(01).
           05  BV-VALUE-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  BV-POST-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  BV-USER                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  BV-AMOUNT               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  BV-COMP-DATE            PIC X(08).
