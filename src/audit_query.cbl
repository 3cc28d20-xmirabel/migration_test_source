             10 AUX-USER          PIC X(30).
             10 AUX-DATE          PIC X(8).
             10 AUX-TRANS-ID      PIC X(12).
          05 AUX-DATA             PIC X(248).
       FD ACCESS-JOURNAL-FILE.
       01 ACCESS-JOURNAL-RECORD   PIC X(120).
       FD PROFILE-FILE.
