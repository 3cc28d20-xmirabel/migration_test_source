      *================================================================
      *    COPYBOOK:   SEALKEY
      *    PURPOSE:    Seal key file, one line per key shared with a
      *                partner system (the feed sources, SETTLE, GL,
      *                DWH).  A partner may hold several keys for
      *                rotation: a new key is added with the date it
      *                takes over and the old one is given the last
      *                date it is still accepted on, so files sealed
      *                just before the switch still verify.  A zero
      *                VALID-TO leaves the key open-ended.  A partner
      *                with no line at all exchanges unsealed files.
      *                The file is kept readable by the batch owner
      *                only; SEAL_UTILS refuses to use it otherwise.
      *                Read by SEAL_UTILS only.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 SEAL-KEY-RECORD.
      *                      COPY SEALKEY.
      *================================================================
           05  SK-PARTNER              PIC X(10).
           05  FILLER                  PIC X(01).
           05  SK-KEY-ID               PIC X(04).
           05  FILLER                  PIC X(01).
           05  SK-VALID-FROM           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SK-VALID-TO             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SK-KEY                  PIC X(32).
