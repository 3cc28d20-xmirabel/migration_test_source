      *================================================================
      *    COPYBOOK:   FRZOVR
      *    PURPOSE:    Emergency override of a change freeze for one
      *                business date and scope.  The first supervisor
      *                files it pending (P); a second, different
      *                supervisor approves it (A).  The file is only
      *                appended to, the latest line for a date and
      *                scope giving its state.  Written by
      *                FREEZE-OVERRIDE, read by FREEZE_CHECK.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 FREEZE-OVR-RECORD.
      *                      COPY FRZOVR.
      *================================================================
           05  FO-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  FO-SCOPE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  FO-STATE                PIC X(01).
               88  FO-PENDING                      VALUE "P".
               88  FO-APPROVED                     VALUE "A".
           05  FILLER                  PIC X(01).
           05  FO-FIRST-SUP            PIC X(30).
           05  FILLER                  PIC X(01).
           05  FO-SECOND-SUP           PIC X(30).
           05  FILLER                  PIC X(01).
           05  FO-STAMP                PIC X(14).
           05  FILLER                  PIC X(01).
           05  FO-REASON               PIC X(40).
