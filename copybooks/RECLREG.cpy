      *================================================================
      *    COPYBOOK:   RECLREG
      *    PURPOSE:    Reclassification register layout: one header
      *                (H) per correction batch followed by one line
      *                (L) per transaction selected, holding the
      *                original posting as read from the audit trail
      *                and the field value it is to be moved to.
      *                Written by MASS-RECLASS on submission and
      *                rewritten when a supervisor decides the batch.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 RECLASS-VIEW.
      *                      COPY RECLREG.
      *================================================================
           05  RR-REFERENCE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  RR-REC-TYPE             PIC X(01).
               88  RR-IS-HEADER                    VALUE "H".
               88  RR-IS-LINE                      VALUE "L".
           05  FILLER                  PIC X(01).
           05  RR-BODY                 PIC X(130).
           05  RR-HEADER-VIEW REDEFINES RR-BODY.
      *        P pending approval, A approved and released to the
      *        batch, R rejected.
               10  RRH-STATUS          PIC X(01).
                   88  RRH-PENDING                 VALUE "P".
                   88  RRH-APPROVED                VALUE "A".
                   88  RRH-REJECTED                VALUE "R".
               10  FILLER              PIC X(01).
               10  RRH-MAKER           PIC X(30).
               10  FILLER              PIC X(01).
               10  RRH-ENTERED         PIC 9(08).
               10  FILLER              PIC X(01).
               10  RRH-APPROVER        PIC X(30).
               10  FILLER              PIC X(01).
               10  RRH-DECIDED         PIC 9(08).
               10  FILLER              PIC X(01).
               10  RRH-LINE-COUNT      PIC 9(05).
               10  FILLER              PIC X(43).
           05  RR-LINE-VIEW REDEFINES RR-BODY.
               10  RRL-TRANS-ID        PIC X(12).
               10  FILLER              PIC X(01).
               10  RRL-DATE            PIC X(10).
               10  FILLER              PIC X(01).
      *        A counterparty account, T tax code, D department,
      *        E entity.
               10  RRL-FIELD           PIC X(01).
                   88  RRL-FIELD-ACCOUNT           VALUE "A".
                   88  RRL-FIELD-TAX               VALUE "T".
                   88  RRL-FIELD-DEPARTMENT        VALUE "D".
                   88  RRL-FIELD-ENTITY            VALUE "E".
               10  FILLER              PIC X(01).
               10  RRL-OLD-VALUE       PIC X(10).
               10  FILLER              PIC X(01).
               10  RRL-NEW-VALUE       PIC X(10).
               10  FILLER              PIC X(01).
               10  RRL-OPERATION       PIC X(01).
               10  FILLER              PIC X(01).
               10  RRL-NUM1            PIC 9(09)V99.
               10  FILLER              PIC X(01).
               10  RRL-NUM2            PIC 9(09)V99.
               10  FILLER              PIC X(01).
               10  RRL-CURRENCY        PIC X(03).
               10  FILLER              PIC X(01).
               10  RRL-ENTITY          PIC X(03).
               10  FILLER              PIC X(01).
               10  RRL-TAX-CODE        PIC X(03).
               10  FILLER              PIC X(01).
               10  RRL-ACCOUNT         PIC X(10).
               10  FILLER              PIC X(01).
               10  RRL-DEPARTMENT      PIC X(10).
               10  FILLER              PIC X(01).
               10  RRL-RESULT          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(02).
