      *================================================================
      *    COPYBOOK:   CHKSIGN
      *    PURPOSE:    Operator checklist sign-off, one line per task
      *                ticked for a business date, with the signer,
      *                the signer's role at the time (S supervisor)
      *                and a free comment.  Appended by CHECKLIST-SIGN
      *                to eod_checklist-<date>.dat, read by
      *                DAY-CLOSE-CHECK and archived with the day.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 CHECKLIST-SIGN-RECORD.
      *                      COPY CHKSIGN.
      *================================================================
           05  CS-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  CS-TASK-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  CS-USER                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  CS-ROLE                 PIC X(01).
           05  FILLER                  PIC X(01).
           05  CS-STAMP                PIC X(14).
           05  FILLER                  PIC X(01).
           05  CS-COMMENT              PIC X(60).
