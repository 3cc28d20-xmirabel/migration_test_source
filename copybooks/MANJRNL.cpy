      *================================================================
      *    COPYBOOK:   MANJRNL
      *    PURPOSE:    Manual journal record layout: one header (H)
      *                followed by its debit and credit lines (L).
      *                Used for the journal input prepared by
      *                accounting and for the journal register kept by
      *                MANUAL-JOURNAL and read by EOD-REPORT.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 JOURNAL-RECORD.
      *                      COPY MANJRNL.
      *================================================================
           05  MJ-REC-TYPE             PIC X(01).
               88  MJ-IS-HEADER                    VALUE "H".
               88  MJ-IS-LINE                      VALUE "L".
      *    Assigned at submission; blank on the input file.
           05  MJ-REFERENCE            PIC X(08).
      *    P pending approval, A approved, R rejected,
      *    X written to a GL extract.  Header only.
           05  MJ-STATUS               PIC X(01).
               88  MJ-PENDING                      VALUE "P".
               88  MJ-APPROVED                     VALUE "A".
               88  MJ-REJECTED                     VALUE "R".
               88  MJ-EXTRACTED                    VALUE "X".
           05  MJ-BODY                 PIC X(131).
           05  MJ-HEADER-VIEW REDEFINES MJ-BODY.
               10  MJH-POST-DATE       PIC 9(08).
               10  MJH-ENTITY          PIC X(03).
               10  MJH-CURRENCY        PIC X(03).
               10  MJH-DESCRIPTION     PIC X(30).
               10  MJH-MAKER           PIC X(30).
               10  MJH-ENTERED         PIC 9(08).
               10  MJH-APPROVER        PIC X(30).
               10  MJH-DECIDED         PIC 9(08).
      *        Extract date and scope (entity, or *** for the
      *        whole-shop run) once the journal has gone to the GL.
               10  MJH-EXTRACT-DATE    PIC 9(08).
               10  MJH-EXTRACT-SCOPE   PIC X(03).
           05  MJ-LINE-VIEW REDEFINES MJ-BODY.
               10  MJL-LINE-NO         PIC 9(03).
               10  MJL-ACCOUNT         PIC X(04).
               10  MJL-COST-CENTER     PIC X(06).
               10  MJL-SENSE           PIC X(01).
                   88  MJL-DEBIT                   VALUE "D".
                   88  MJL-CREDIT                  VALUE "C".
               10  MJL-AMOUNT          PIC 9(11)V99.
               10  MJL-DESCRIPTION     PIC X(30).
               10  FILLER              PIC X(74).
