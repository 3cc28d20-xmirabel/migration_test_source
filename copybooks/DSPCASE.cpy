      *================================================================
      *    COPYBOOK:   DSPCASE
      *    PURPOSE:    Dispute case event, one line per event on a
      *                case opened against a transaction ID.  The file
      *                is only appended to: the opening line carries
      *                the reason and the date the ageing runs from,
      *                later lines add notes, change the owner or the
      *                status, and the latest line of a case gives its
      *                status (and its owner, where the owner is given).
      *                Written by DISPUTE-CASE, and by MAIN when it
      *                posts a reversal raised from a case (event L,
      *                the reversal ID linked back, no owner); read by
      *                TRANS-INQUIRY and DISPUTE-AGEING.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 DISPUTE-RECORD.
      *                      COPY DSPCASE.
      *================================================================
           05  DC-CASE-ID              PIC X(10).
           05  FILLER                  PIC X(01).
           05  DC-TRANS-ID             PIC X(12).
           05  FILLER                  PIC X(01).
           05  DC-STAMP                PIC X(14).
           05  FILLER                  PIC X(01).
           05  DC-EVENT                PIC X(01).
               88  DC-EVT-OPENED                   VALUE "O".
               88  DC-EVT-NOTE                     VALUE "N".
               88  DC-EVT-ASSIGNED                 VALUE "A".
               88  DC-EVT-STATUS                   VALUE "S".
               88  DC-EVT-LINKED                   VALUE "L".
           05  FILLER                  PIC X(01).
           05  DC-STATUS               PIC X(01).
               88  DC-OPEN                         VALUE "O".
               88  DC-INVESTIGATING                VALUE "I".
               88  DC-RESOLVED-REVERSED            VALUE "R".
               88  DC-RESOLVED-REJECTED            VALUE "J".
               88  DC-UNRESOLVED                   VALUES "O", "I".
           05  FILLER                  PIC X(01).
           05  DC-OPEN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DC-OWNER                PIC X(30).
           05  FILLER                  PIC X(01).
           05  DC-BY                   PIC X(30).
           05  FILLER                  PIC X(01).
           05  DC-REVERSAL-ID          PIC X(12).
           05  FILLER                  PIC X(01).
           05  DC-TEXT                 PIC X(80).
