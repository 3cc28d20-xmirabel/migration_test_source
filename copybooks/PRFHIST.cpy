      *================================================================
      *    COPYBOOK:   PRFHIST
      *    PURPOSE:    Effective-dated profile history, one line per
      *                department or role a user has held, each valid
      *                from its date until the user's next line.  The
      *                current line is repeated in user_profiles.dat;
      *                a user with no history line has held the
      *                profile's department and role throughout.  An
      *                effective date of zero is the state held before
      *                history was first kept; a blank department and
      *                role mark the date a user was deleted.
      *                Written by PROFILE-MAINT on approval, read by
      *                PROFILE_HISTORY and DEPT-MOVES.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 HISTORY-RECORD.
      *                      COPY PRFHIST.
      *================================================================
           05  PH-USER-ID              PIC X(30).
           05  FILLER                  PIC X(01).
           05  PH-EFF-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PH-DEPARTMENT           PIC X(10).
           05  FILLER                  PIC X(01).
           05  PH-ROLE                 PIC X(01).
           05  FILLER                  PIC X(01).
           05  PH-APPROVED-BY          PIC X(30).
