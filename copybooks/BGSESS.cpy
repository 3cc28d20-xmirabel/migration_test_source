      *================================================================
      *    COPYBOOK:   BGSESS
      *    PURPOSE:    Break-glass session register.  An operator who
      *                takes emergency supervisor rights opens a
      *                session (state O) with a reason and an expiry
      *                stamp; a supervisor's after-the-fact review
      *                appends a line for the same session (state R)
      *                with the reviewer and comment.  Written by
      *                EMERGENCY-ACCESS, read by BREAK_GLASS and by
      *                DAY-CLOSE-CHECK.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 BG-SESSION-RECORD.
      *                      COPY BGSESS.
      *================================================================
           05  BG-SESSION-ID           PIC X(14).
           05  FILLER                  PIC X(01).
           05  BG-STATE                PIC X(01).
               88  BG-OPENED                       VALUE "O".
               88  BG-REVIEWED                     VALUE "R".
           05  FILLER                  PIC X(01).
           05  BG-USER                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  BG-BUS-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  BG-EXPIRY               PIC X(14).
           05  FILLER                  PIC X(01).
           05  BG-REVIEWER             PIC X(30).
           05  FILLER                  PIC X(01).
           05  BG-TEXT                 PIC X(60).
