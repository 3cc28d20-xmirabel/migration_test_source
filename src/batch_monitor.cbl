          05 CHECKPOINT-REJECT-COUNT PIC 9(7).

       FD TRANS-FILE.
       01 TRANS-RECORD            PIC X(114).

       FD AGE-FILE.
       01 AGE-RECORD              PIC X(20).
