       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 TRANS-RECORD            PIC X(114).

       FD PART-FILE.
       01 PART-RECORD             PIC X(114).

       FD TRANSID-FILE.
       01 TRANSID-RECORD          PIC 9(7).
