      *================================================================
      *    COPYBOOK:   FRMSTEP
      *    PURPOSE:    Formula trace layout: for each transaction
      *                posted from a formula record, one expression
      *                line (E) as received, then one line (S) per
      *                CALCULATOR call in the order the calls were
      *                made.  The last step is the posting itself.
      *                Written by MAIN beside the audit file of the
      *                run, read by TRANS-INQUIRY.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 FORMULA-TRACE-RECORD.
      *                      COPY FRMSTEP.
      *================================================================
           05  FS-TRANS-ID             PIC X(12).
           05  FILLER                  PIC X(01).
           05  FS-REC-TYPE             PIC X(01).
               88  FS-IS-EXPRESSION                VALUE "E".
               88  FS-IS-STEP                      VALUE "S".
           05  FILLER                  PIC X(01).
           05  FS-BODY                 PIC X(82).
           05  FS-EXPRESSION-VIEW REDEFINES FS-BODY.
               10  FSE-EXPRESSION      PIC X(82).
      *    Operands are the magnitudes CALCULATOR was given; a sign
      *    change shows up as its own "0 S n" step.
           05  FS-STEP-VIEW REDEFINES FS-BODY.
               10  FSS-STEP            PIC 9(02).
               10  FILLER              PIC X(01).
               10  FSS-NUM1            PIC 9(09)V99.
               10  FILLER              PIC X(01).
               10  FSS-OPERATION       PIC X(01).
               10  FILLER              PIC X(01).
               10  FSS-NUM2            PIC 9(09)V99.
               10  FILLER              PIC X(01).
               10  FSS-RESULT          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  FSS-STATUS          PIC 9(02).
               10  FILLER              PIC X(01).
               10  FSS-ROUND-DIFF      PIC S9(01)V9(04)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(29).
