      *================================================================
      *    COPYBOOK:   DWHREC
      *    PURPOSE:    Warehouse extract layout.  Every extract file
      *                opens with one header (H) giving the extract
      *                sequence and the table it holds, carries one
      *                detail (D) per row and closes with a trailer (T)
      *                giving the row count.  The fact table (FACT)
      *                holds the day's calculations; the dimension
      *                tables (USER DEPT ACCT ENTY CURR TAXC) hold only
      *                the rows added, changed or removed since the
      *                previous extract.  The layout is kept apart from
      *                the master files so a change to a master does
      *                not move a column the warehouse loads.  Written
      *                by DWH-EXTRACT, which also keeps the last image
      *                of every dimension row in the same D layout.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 DWH-RECORD.
      *                      COPY DWHREC.
      *================================================================
           05  DW-REC-TYPE             PIC X(01).
               88  DW-IS-HEADER                    VALUE "H".
               88  DW-IS-DETAIL                    VALUE "D".
               88  DW-IS-TRAILER                   VALUE "T".
           05  FILLER                  PIC X(01).
           05  DW-BODY                 PIC X(198).
           05  DW-HEADER-VIEW REDEFINES DW-BODY.
               10  DWH-IFACE           PIC X(10).
               10  FILLER              PIC X(01).
               10  DWH-SEQ             PIC 9(06).
               10  FILLER              PIC X(01).
               10  DWH-DATE            PIC 9(08).
               10  FILLER              PIC X(01).
               10  DWH-TABLE           PIC X(04).
               10  FILLER              PIC X(167).
      *    The seal covers every line of the file, this one with
      *    the key and seal left blank; both stay blank when the
      *    warehouse holds no seal key.
           05  DW-TRAILER-VIEW REDEFINES DW-BODY.
               10  DWT-COUNT           PIC 9(07).
               10  FILLER              PIC X(01).
               10  DWT-SEAL-KEY-ID     PIC X(04).
               10  FILLER              PIC X(01).
               10  DWT-SEAL            PIC X(18).
               10  FILLER              PIC X(167).
      *    Amounts are carried with a leading separate sign so the
      *    file loads as plain text.
           05  DW-FACT-VIEW REDEFINES DW-BODY.
               10  DWF-TRANS-ID        PIC X(12).
               10  FILLER              PIC X(01).
               10  DWF-TRANS-DATE      PIC 9(08).
               10  FILLER              PIC X(01).
               10  DWF-USER            PIC X(30).
               10  FILLER              PIC X(01).
               10  DWF-DEPARTMENT      PIC X(10).
               10  FILLER              PIC X(01).
               10  DWF-ACCOUNT         PIC X(10).
               10  FILLER              PIC X(01).
               10  DWF-ENTITY          PIC X(03).
               10  FILLER              PIC X(01).
               10  DWF-CURRENCY        PIC X(03).
               10  FILLER              PIC X(01).
               10  DWF-TAX-CODE        PIC X(03).
               10  FILLER              PIC X(01).
               10  DWF-OPERATION       PIC X(01).
               10  FILLER              PIC X(01).
               10  DWF-STATUS          PIC 9(02).
               10  FILLER              PIC X(01).
               10  DWF-RESULT          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  DWF-CONVERTED       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  DWF-TAX-AMOUNT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  DWF-GROUP-CCY       PIC X(03).
               10  FILLER              PIC X(01).
               10  DWF-GROUP-CONV      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  DWF-REF-ID          PIC X(12).
               10  FILLER              PIC X(01).
               10  DWF-PPA-FLAG        PIC X(01).
               10  FILLER              PIC X(01).
               10  DWF-ORIG-DATE       PIC 9(08).
               10  FILLER              PIC X(01).
               10  DWF-RUN-ID          PIC X(15).
               10  FILLER              PIC X(03).
      *    A dimension row: N new, C changed, D removed from the
      *    master, each effective from the extract date that saw it.
           05  DW-DIMENSION-VIEW REDEFINES DW-BODY.
               10  DWD-TABLE           PIC X(04).
               10  FILLER              PIC X(01).
               10  DWD-ACTION          PIC X(01).
                   88  DWD-IS-NEW                  VALUE "N".
                   88  DWD-IS-CHANGED              VALUE "C".
                   88  DWD-IS-REMOVED              VALUE "D".
               10  FILLER              PIC X(01).
               10  DWD-EFF-FROM        PIC 9(08).
               10  FILLER              PIC X(01).
               10  DWD-KEY             PIC X(20).
               10  FILLER              PIC X(01).
               10  DWD-ATTRIBUTES      PIC X(100).
               10  FILLER              PIC X(61).
           05  DW-USER-VIEW REDEFINES DW-BODY.
               10  FILLER              PIC X(37).
               10  DWU-FULL-NAME       PIC X(30).
               10  FILLER              PIC X(01).
               10  DWU-DEPARTMENT      PIC X(10).
               10  FILLER              PIC X(01).
               10  DWU-ROLE            PIC X(01).
               10  FILLER              PIC X(118).
           05  DW-DEPT-VIEW REDEFINES DW-BODY.
               10  FILLER              PIC X(37).
               10  DWP-USER-COUNT      PIC 9(05).
               10  FILLER              PIC X(156).
           05  DW-ACCOUNT-VIEW REDEFINES DW-BODY.
               10  FILLER              PIC X(37).
               10  DWA-NAME            PIC X(30).
               10  FILLER              PIC X(01).
               10  DWA-STATUS          PIC X(01).
               10  FILLER              PIC X(01).
               10  DWA-ENTITY          PIC X(03).
               10  FILLER              PIC X(01).
               10  DWA-CURRENCY        PIC X(03).
               10  FILLER              PIC X(01).
               10  DWA-IBAN            PIC X(34).
               10  FILLER              PIC X(01).
               10  DWA-BIC             PIC X(11).
               10  FILLER              PIC X(74).
           05  DW-ENTITY-VIEW REDEFINES DW-BODY.
               10  FILLER              PIC X(37).
               10  DWE-DESCRIPTION     PIC X(30).
               10  FILLER              PIC X(01).
               10  DWE-CURRENCY        PIC X(03).
               10  FILLER              PIC X(01).
               10  DWE-GL-COMPANY      PIC X(04).
               10  FILLER              PIC X(01).
               10  DWE-ACTIVE          PIC X(01).
               10  FILLER              PIC X(01).
               10  DWE-CALENDAR        PIC X(03).
               10  FILLER              PIC X(116).
           05  DW-CURRENCY-VIEW REDEFINES DW-BODY.
               10  FILLER              PIC X(37).
               10  DWC-DECIMALS        PIC 9(01).
               10  FILLER              PIC X(160).
      *    Tax codes are keyed on code and effective date, as in
      *    tax_table.dat ("TV1 20260101").
           05  DW-TAX-VIEW REDEFINES DW-BODY.
               10  FILLER              PIC X(37).
               10  DWX-DESCRIPTION     PIC X(20).
               10  FILLER              PIC X(01).
               10  DWX-RATE            PIC 9(03)V99.
               10  FILLER              PIC X(135).
