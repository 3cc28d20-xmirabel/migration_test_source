      *================================================================
      *    COPYBOOK:   GLBOOK
      *    PURPOSE:    Accounting book list, one line per set of books
      *                the general ledger is kept in (local statutory,
      *                group IFRS, ...).  The first line is the primary
      *                book: its GL extract, acknowledgments and
      *                outstanding items keep their historical names;
      *                every further book gets its own extract, trial
      *                balance and acknowledgment trail suffixed with
      *                the book code.  Chart-of-accounts lines carrying
      *                a book code apply to that book only.
      *                Read by EOD-REPORT and GL-ACK.
      *    USAGE:      Include under a caller-supplied 01 level, e.g.
      *                   01 BOOK-RECORD.
      *                      COPY GLBOOK.
      *================================================================
           05  GB-CODE                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  GB-NAME                 PIC X(30).
