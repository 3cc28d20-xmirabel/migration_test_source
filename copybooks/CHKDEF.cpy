      *================================================================
      *    COPYBOOK:   CHKDEF
      *    PURPOSE:    Operator end-of-day checklist definition, one
      *                line per manual task the operators must tick
      *                before the day may close.  A mandatory task
      *                left unsigned blocks DAY-CLOSE-CHECK; a
      *                supervisor-only task counts as signed only when
      *                a supervisor signed it.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 CHECKLIST-DEF-RECORD.
      *                      COPY CHKDEF.
      *================================================================
           05  CD-TASK-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  CD-MANDATORY            PIC X(01).
               88  CD-IS-MANDATORY                 VALUE "Y".
           05  FILLER                  PIC X(01).
           05  CD-SUPERVISOR           PIC X(01).
               88  CD-SUPERVISOR-ONLY              VALUE "Y".
           05  FILLER                  PIC X(01).
           05  CD-DESCRIPTION          PIC X(60).
