      *================================================================
      *    COPYBOOK:   RPTDEF
      *    PURPOSE:    Saved report definition layout, one line per
      *                element, all lines of a report carrying the
      *                report name: one header (H) giving the output
      *                format and title, then the columns (C) in print
      *                order, the filters (F, all of which must hold),
      *                the sort keys (S) and the control breaks (B),
      *                outermost first.  Read by REPORT-WRITER.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 DEFINITION-RECORD.
      *                      COPY RPTDEF.
      *================================================================
           05  RD-NAME                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  RD-REC-TYPE             PIC X(01).
               88  RD-IS-HEADER                    VALUE "H".
               88  RD-IS-COLUMN                    VALUE "C".
               88  RD-IS-FILTER                    VALUE "F".
               88  RD-IS-SORT                      VALUE "S".
               88  RD-IS-BREAK                     VALUE "B".
           05  FILLER                  PIC X(01).
           05  RD-BODY                 PIC X(67).
           05  RD-HEADER-VIEW REDEFINES RD-BODY.
      *        P print image, C comma-separated.
               10  RDH-FORMAT          PIC X(01).
                   88  RDH-PRINT                   VALUE "P".
                   88  RDH-CSV                     VALUE "C".
               10  FILLER              PIC X(01).
               10  RDH-TITLE           PIC X(50).
               10  FILLER              PIC X(15).
      *    Field codes name the CALCREC field without its CALC-REC-
      *    prefix (USER, RESULT, TAX-CODE ...).
           05  RD-COLUMN-VIEW REDEFINES RD-BODY.
               10  RDC-FIELD           PIC X(10).
               10  FILLER              PIC X(01).
      *        Column heading; blank prints the field code.
               10  RDC-LABEL           PIC X(20).
               10  FILLER              PIC X(36).
           05  RD-FILTER-VIEW REDEFINES RD-BODY.
               10  RDF-FIELD           PIC X(10).
               10  FILLER              PIC X(01).
      *        EQ NE GT GE LT LE.
               10  RDF-OPERATOR        PIC X(02).
               10  FILLER              PIC X(01).
               10  RDF-VALUE           PIC X(30).
               10  FILLER              PIC X(23).
           05  RD-SORT-VIEW REDEFINES RD-BODY.
               10  RDS-FIELD           PIC X(10).
               10  FILLER              PIC X(01).
      *        A ascending (the default), D descending.
               10  RDS-ORDER           PIC X(01).
                   88  RDS-DESCENDING              VALUE "D".
               10  FILLER              PIC X(55).
           05  RD-BREAK-VIEW REDEFINES RD-BODY.
               10  RDB-FIELD           PIC X(10).
               10  FILLER              PIC X(57).
