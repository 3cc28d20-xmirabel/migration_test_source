           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO DYNAMIC WS-WATCHLIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT COMPLIANCE-FILE
           ASSIGN TO DYNAMIC WS-COMPLIANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPLIANCE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT COLLECTION-FILE
           ASSIGN TO DYNAMIC WS-COLLECTION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DISPUTE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPA-STATUS.

           SELECT BACKVALUE-FILE
           ASSIGN TO DYNAMIC WS-BACKVALUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKVALUE-STATUS.

           SELECT BAL-HISTORY-FILE
           ASSIGN TO DYNAMIC WS-BAL-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAL-HISTORY-STATUS.

           SELECT ACCT-LEDGER-FILE
           ASSIGN TO DYNAMIC WS-ACCT-LEDGER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-LEDGER-STATUS.

           SELECT NEW-ACCT-LEDGER-FILE
           ASSIGN TO DYNAMIC WS-NEW-ACCT-LEDGER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-ACCT-LEDGER-STATUS.

           SELECT ACCT-LEDGER-HIST-FILE
           ASSIGN TO DYNAMIC WS-ACCT-LEDGER-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-LEDGER-HIST-STATUS.

           SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT SPREAD-FILE ASSIGN TO DYNAMIC WS-SPREAD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPREAD-FILE-STATUS.

           SELECT WAREHOUSE-FILE
           ASSIGN TO DYNAMIC WS-WAREHOUSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVERSAL-REG-STATUS.

           SELECT CHAIN-REF-FILE
           ASSIGN TO DYNAMIC WS-CHAIN-REF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHAIN-REF-STATUS.

           SELECT LINEAGE-FILE ASSIGN TO DYNAMIC WS-LINEAGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINEAGE-STATUS.

           SELECT FORMULA-TRACE-FILE
           ASSIGN TO DYNAMIC WS-FRM-TRACE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRM-TRACE-STATUS.

           SELECT FRAUD-RULE-FILE
           ASSIGN TO DYNAMIC WS-FRD-RULE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRD-RULE-STATUS.

           SELECT FRAUD-PROFILE-FILE
           ASSIGN TO DYNAMIC WS-FRD-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRD-PROFILE-STATUS.

           SELECT NEW-FRAUD-PROFILE-FILE
           ASSIGN TO DYNAMIC WS-NEW-FRD-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-FRD-PROFILE-STATUS.

           SELECT FRAUD-STATS-FILE
           ASSIGN TO DYNAMIC WS-FRD-STATS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRD-STATS-STATUS.

           SELECT FRAUD-HIT-FILE
           ASSIGN TO DYNAMIC WS-FRD-HIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRD-HIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
          05 TRANS-TAX-CODE       PIC X(3).
          05 TRANS-ACCOUNT        PIC X(10).
          05 TRANS-VALUE-DATE     PIC 9(8).
      *    Department the movement belongs to when it is not the
      *    poster's own (cost transfers); blank on ordinary feeds.
          05 TRANS-DEPARTMENT     PIC X(10).
      *    Counterparty name as given by the feed, for screening.
          05 TRANS-CPTY-NAME      PIC X(30).
       01 TRANS-HEADER-RECORD REDEFINES TRANS-RECORD.
          05 THDR-TYPE            PIC X(3).
          05 THDR-DATE            PIC 9(8).
          05 THDR-SOURCE          PIC X(10).
          05 THDR-EXPECTED-COUNT  PIC 9(7).
          05 FILLER               PIC X(86).
       01 TRANS-TRAILER-RECORD REDEFINES TRANS-RECORD.
          05 TTRL-TYPE            PIC X(3).
          05 TTRL-COUNT           PIC 9(7).
          05 TTRL-HASH            PIC 9(14)V99.
      *    Seal over the file from partners holding a seal key: the
      *    key in force and the seal of every line above, and of
      *    this one up to the hash.  Blank from unsealed partners.
          05 TTRL-SEAL-KEY-ID     PIC X(4).
          05 TTRL-SEAL            PIC X(18).
          05 FILLER               PIC X(66).
       01 TRANS-REVERSAL-RECORD REDEFINES TRANS-RECORD.
          05 TREV-TYPE            PIC X(3).
          05 TREV-ORIG-ID         PIC X(12).
      *    Dispute case the reversal settles, when raised from one.
          05 TREV-CASE-ID         PIC X(10).
          05 FILLER               PIC X(89).
      *    Formula record: the booking fields of an ordinary record
      *    followed by an arithmetic expression over amounts and
      *    earlier transaction IDs, e.g. (1200.00 + T0000123) * 2.
       01 TRANS-FORMULA-RECORD REDEFINES TRANS-RECORD.
          05 TFRM-TYPE            PIC X(3).
          05 TFRM-CURRENCY        PIC X(3).
          05 TFRM-ENTITY          PIC X(3).
          05 TFRM-TAX-CODE        PIC X(3).
          05 TFRM-ACCOUNT         PIC X(10).
          05 TFRM-DEPARTMENT      PIC X(10).
          05 TFRM-EXPRESSION      PIC X(82).
      *    Write-off of a stale suspense item, queued by
      *    SUSPENSE-AGEING once a supervisor has approved it: the
      *    write-off number, the amount and booking fields of the
      *    item and the item's own suspense reference.
       01 TRANS-WRITEOFF-RECORD REDEFINES TRANS-RECORD.
          05 TWOF-TYPE            PIC X(3).
          05 TWOF-NUMBER          PIC X(8).
          05 TWOF-AMOUNT          PIC 9(9)V99.
          05 TWOF-CURRENCY        PIC X(3).
          05 TWOF-ENTITY          PIC X(3).
          05 TWOF-ACCOUNT         PIC X(10).
          05 TWOF-DEPARTMENT      PIC X(10).
          05 TWOF-SUSP-DATE       PIC X(8).
          05 TWOF-SUSP-REC-NUM    PIC 9(7).
          05 TWOF-SUSP-REASON     PIC X(3).
          05 FILLER               PIC X(48).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
             ==CALC-REC-PPA-FLAG== BY ==ASC-PPA-FLAG==
             ==CALC-REC-ORIG-DATE== BY ==ASC-ORIG-DATE==
             ==CALC-REC-RUN-ID== BY ==ASC-RUN-ID==
             ==CALC-REC-CHAIN-HASH== BY ==ASC-CHAIN-HASH==
             ==CALC-REC-CUST-RATE== BY ==ASC-CUST-RATE==
             ==CALC-REC-FX-MARGIN== BY ==ASC-FX-MARGIN==.

       FD RUN-REGISTER-FILE.
       01 RUN-REGISTER-RECORD     PIC X(110).
          05 DL-DATE              PIC 9(8).
          05 DL-TIME              PIC X(6).
          05 DL-STATUS            PIC 9(2).
          05 DL-CONTENT           PIC X(248).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-STATE           PIC X(1).
          05 HOLD-DATE            PIC 9(8).
          05 HOLD-CALC-DATA       PIC X(248).
      *    Fraud rule that held the result; blank for a hold on the
      *    approval threshold or a cumulative limit.
          05 HOLD-RULE            PIC X(4).

       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
          05 WL-ID                PIC X(13).
          05 FILLER               PIC X(1).
          05 WL-NAME              PIC X(40).
          05 FILLER               PIC X(1).
          05 WL-LIST              PIC X(10).

      * Screening hits wait here for compliance instead of posting;
      * COMPLIANCE-REVIEW releases (R) or confirms (C) them.
       FD COMPLIANCE-FILE.
       01 COMPLIANCE-RECORD.
          05 CMP-STATE            PIC X(1).
          05 CMP-DATE             PIC 9(8).
          05 CMP-SCORE            PIC 9(3).
          05 CMP-SUBJECT-TYPE     PIC X(1).
          05 CMP-SUBJECT          PIC X(30).
          05 CMP-LISTED-ID        PIC X(13).
          05 CMP-LISTED-NAME      PIC X(40).
          05 CMP-DECIDED-BY       PIC X(30).
          05 CMP-DECIDED-AT       PIC X(14).
          05 CMP-CALC-DATA        PIC X(248).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 ACCT-ENTITY          PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-CURRENCY        PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-IBAN            PIC X(34).
          05 FILLER               PIC X(1).
          05 ACCT-BIC             PIC X(11).

       FD ACK-FILE.
       01 ACK-RECORD              PIC X(100).
       FD PPA-REPORT-FILE.
       01 PPA-REPORT-RECORD       PIC X(80).

       FD BACKVALUE-FILE.
       01 BACKVALUE-RECORD.
          COPY BKVREG.

       FD BAL-HISTORY-FILE.
       01 BAL-HISTORY-RECORD.
          05 BHS-DATE             PIC 9(8).
          05 BHS-YTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.

      * Counterparty account sub-ledger: one line per account held in
      * the account's own currency, posted alongside the user
      * balances and snapshotted the same way.
       FD ACCT-LEDGER-FILE.
       01 ACCT-LEDGER-RECORD.
          05 ALG-ACCOUNT          PIC X(10).
          05 FILLER               PIC X(1).
          05 ALG-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 ALG-CURRENT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 ALG-MTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 ALG-YTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 ALG-LAST-ACTIVITY    PIC 9(8).
          05 FILLER               PIC X(1).
          05 ALG-MONTH            PIC 9(6).

       FD NEW-ACCT-LEDGER-FILE.
       01 NEW-ACCT-LEDGER-RECORD  PIC X(75).

       FD ACCT-LEDGER-HIST-FILE.
       01 ACCT-LEDGER-HIST-RECORD.
          05 ALH-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 ALH-ACCOUNT          PIC X(10).
          05 FILLER               PIC X(1).
          05 ALH-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 ALH-CURRENT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.

      * A request file carries one transaction in the batch input
      * layout followed by the identifier of the desk that asked.
       FD REQUEST-FILE.
          05 FILLER               PIC X(1).
          05 FEE-PCT-TEXT         PIC X(7).

       FD SPREAD-FILE.
       01 SPREAD-RECORD.
          05 SPR-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 SPR-DEPARTMENT       PIC X(10).
          05 FILLER               PIC X(1).
          05 SPR-BAND-TEXT        PIC X(14).
          05 FILLER               PIC X(1).
          05 SPR-BPS-TEXT         PIC X(4).

       FD WAREHOUSE-FILE.
       01 WAREHOUSE-RECORD        PIC X(114).

       FD REVERSAL-REG-FILE.
       01 REVERSAL-REG-RECORD.
          05 FILLER               PIC X(1).
          05 RVR-DATE             PIC 9(8).

      * Chained references: one line each time an earlier result is
      * taken as an operand (NUM1-REF, NUM2-REF or a formula term),
      * so a backout can tell which postings others were built on.
       FD CHAIN-REF-FILE.
       01 CHAIN-REF-RECORD.
          05 CHR-REF-ID           PIC X(12).
          05 FILLER               PIC X(1).
          05 CHR-RUN-ID           PIC X(15).
          05 FILLER               PIC X(1).
          05 CHR-DATE             PIC 9(8).

      * Source lineage: one line per audited calculation naming the
      * input it was read from, for drill-back from the GL.  Kept
      * beside the audit file of the run, same date and suffix.
       FD LINEAGE-FILE.
       01 LINEAGE-RECORD.
          05 LIN-TRANS-ID         PIC X(12).
          05 FILLER               PIC X(1).
          05 LIN-RUN-ID           PIC X(15).
          05 FILLER               PIC X(1).
          05 LIN-FEED-SOURCE      PIC X(10).
          05 FILLER               PIC X(1).
          05 LIN-REC-NUM          PIC 9(7).
          05 FILLER               PIC X(1).
          05 LIN-INPUT-FILE       PIC X(160).

      * Formula trace: the expression and every intermediate step of
      * each formula posting, beside the audit file like the lineage.
       FD FORMULA-TRACE-FILE.
       01 FORMULA-TRACE-RECORD.
           COPY FRMSTEP.

       FD FRAUD-RULE-FILE.
       01 FRAUD-RULE-RECORD.
           COPY FRDRULE.

      * Behaviour history the fraud rules measure each user against,
      * kept from run to run: A the accounts the user has booked to
      * and since when, M the count and total of the user's accepted
      * amounts for the usual average, V today's entry times for the
      * velocity window across the intraday cycles.
       FD FRAUD-PROFILE-FILE.
       01 FRAUD-PROFILE-RECORD.
          05 FP-TYPE              PIC X(1).
          05 FILLER               PIC X(1).
          05 FP-USER              PIC X(30).
          05 FILLER               PIC X(1).
          05 FP-ACCOUNT           PIC X(10).
          05 FILLER               PIC X(1).
          05 FP-DATE              PIC 9(8).
          05 FILLER               PIC X(1).
          05 FP-COUNT             PIC 9(7).
          05 FILLER               PIC X(1).
          05 FP-TOTAL             PIC 9(13)V99.
          05 FILLER               PIC X(1).
          05 FP-SECONDS           PIC 9(5).

       FD NEW-FRAUD-PROFILE-FILE.
       01 NEW-FRAUD-PROFILE-RECORD PIC X(82).

       FD FRAUD-STATS-FILE.
       01 FRAUD-STATS-RECORD.
           COPY FRDSTAT.

       FD FRAUD-HIT-FILE.
       01 FRAUD-HIT-RECORD.
           COPY FRDHIT.

       FD LIMIT-FILE.
       01 LIMIT-RECORD.
          05 LIM-USER-ID          PIC X(30).
          05 FILLER               PIC X(1).
          05 LIM-MONTHLY-TEXT     PIC X(12).

       FD COLLECTION-FILE.
       01 COLLECTION-RECORD.
           COPY COLLCASE.

       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
           COPY DSPCASE.

       FD ENTITY-FILE.
       01 ENTITY-RECORD.
          05 ENT-CODE             PIC X(3).
          05 SUSP-REASON          PIC X(3).
          05 SUSP-REC-NUM         PIC 9(7).
          05 SUSP-DATE            PIC X(8).
          05 SUSP-TRANS-DATA      PIC X(114).

       WORKING-STORAGE SECTION.
       01 WS-NUM1        PIC 9(9)V99.
       01 WS-REF-VALUE          PIC 9(9)V99.
       01 WS-REF-RESOLVED-FLAG  PIC X(1)    VALUE "Y".
          88 WS-REF-RESOLVED                VALUE "Y".
      * Keyed IDs carry a check digit (TRANSID_CHECK): a reference
      * failing it is a mistype and is never looked up.
       01 WS-ID-CHECK-STATUS    PIC 9(2).
          88 WS-ID-CHECK-VALID              VALUE 0.
          88 WS-ID-CHECK-LEGACY             VALUE 4.
          88 WS-ID-CHECK-BAD-DIGIT          VALUE 8.
       01 WS-REF-MISTYPED-FLAG  PIC X(1)    VALUE "N".
          88 WS-REF-MISTYPED                VALUE "Y".
      * Formula records: the expression is put into postfix order,
      * then applied one operator at a time through CALCULATOR on
      * operand magnitudes, signs being worked out here.
       01 WS-FORMULA-ACTIVE-FLAG PIC X(1)   VALUE "N".
          88 WS-FORMULA-ACTIVE              VALUE "Y".
       01 WS-FRM-ORIGINAL.
          05 WS-FRM-ORIG-TYPE     PIC X(3).
          05 WS-FRM-ORIG-CURRENCY PIC X(3).
          05 WS-FRM-ORIG-ENTITY   PIC X(3).
          05 WS-FRM-ORIG-TAX-CODE PIC X(3).
          05 WS-FRM-ORIG-ACCOUNT  PIC X(10).
          05 WS-FRM-ORIG-DEPARTMENT PIC X(10).
          05 WS-FRM-ORIG-EXPRESSION PIC X(82).
       01 WS-FRM-POS            PIC 9(3).
       01 WS-FRM-CHAR           PIC X(1).
       01 WS-FRM-VALID-FLAG     PIC X(1)    VALUE "Y".
          88 WS-FRM-VALID                   VALUE "Y".
       01 WS-FRM-REASON         PIC X(3).
       01 WS-FRM-EXPECT-FLAG    PIC X(1).
          88 WS-FRM-EXPECT-OPERAND          VALUE "Y".
       01 WS-FRM-AFTER-OPEN-FLAG PIC X(1).
          88 WS-FRM-AFTER-OPEN              VALUE "Y".
       01 WS-FRM-TOKEN-END-FLAG PIC X(1).
          88 WS-FRM-TOKEN-END               VALUE "Y".
       01 WS-FRM-POP-DONE-FLAG  PIC X(1).
          88 WS-FRM-POP-DONE                VALUE "Y".
       01 WS-FRM-DOT-FLAG       PIC X(1).
          88 WS-FRM-DOT-SEEN                VALUE "Y".
       01 WS-FRM-DIGIT          PIC 9(1).
       01 WS-FRM-DECIMALS       PIC 9(2).
       01 WS-FRM-INT-DIGITS     PIC 9(2).
       01 WS-FRM-REF-LEN        PIC 9(2).
       01 WS-FRM-OP-CODE        PIC X(1).
       01 WS-FRM-PRECEDENCE     PIC 9(1).
       01 WS-FRM-TOP-PRECEDENCE PIC 9(1).
       01 WS-FRM-POSTFIX-TABLE.
          05 WS-FRM-PFX-ENTRY OCCURS 90 TIMES.
             10 WS-FRM-PFX-KIND   PIC X(1).
                88 WS-FRM-PFX-IS-VALUE      VALUE "V".
             10 WS-FRM-PFX-OP     PIC X(1).
             10 WS-FRM-PFX-VALUE  PIC S9(11)V99.
       01 WS-FRM-PFX-USED       PIC 9(2).
       01 WS-FRM-PFX-MAX        PIC 9(2)    VALUE 90.
       01 WS-FRM-PFX-IDX        PIC 9(2).
       01 WS-FRM-OPSTACK-TABLE.
          05 WS-FRM-OPSTACK OCCURS 90 TIMES PIC X(1).
       01 WS-FRM-OPSTACK-TOP    PIC 9(2).
       01 WS-FRM-STACK-MAX      PIC 9(2)    VALUE 90.
       01 WS-FRM-VALSTACK-TABLE.
          05 WS-FRM-VALSTACK OCCURS 90 TIMES PIC S9(11)V99.
       01 WS-FRM-VALSTACK-TOP   PIC 9(2).
       01 WS-FRM-LEFT           PIC S9(11)V99.
       01 WS-FRM-RIGHT          PIC S9(11)V99.
       01 WS-FRM-VALUE          PIC S9(11)V99.
       01 WS-FRM-NEGATE-FLAG    PIC X(1).
          88 WS-FRM-NEGATE                  VALUE "Y".
       01 WS-FRM-CALL-NUM1      PIC S9(11)V99.
       01 WS-FRM-CALL-NUM2      PIC S9(11)V99.
       01 WS-FRM-CALL-OP        PIC X(1).
       01 WS-FRM-NUM1           PIC 9(9)V99.
       01 WS-FRM-NUM2           PIC 9(9)V99.
       01 WS-FRM-RESULT         PIC S9(11)V99.
       01 WS-FRM-CALC-STATUS    PIC 9(2).
       01 WS-FRM-ACCUM-MODE     PIC X(1)    VALUE "N".
       01 WS-FRM-ACCUMULATOR    PIC S9(13)V99 VALUE 0.
       01 WS-FRM-ROUND-DIFF     PIC S9(1)V9(4).
       01 WS-FRM-PRIOR-ROUND    PIC S9(3)V9(4).
       01 WS-FRM-STEP-TABLE.
          05 WS-FRM-STEP OCCURS 40 TIMES.
             10 WS-FRM-STEP-NUM1   PIC 9(9)V99.
             10 WS-FRM-STEP-OP     PIC X(1).
             10 WS-FRM-STEP-NUM2   PIC 9(9)V99.
             10 WS-FRM-STEP-RESULT PIC S9(11)V99.
             10 WS-FRM-STEP-STATUS PIC 9(2).
             10 WS-FRM-STEP-ROUND  PIC S9(1)V9(4).
       01 WS-FRM-STEP-USED      PIC 9(2).
       01 WS-FRM-STEP-MAX       PIC 9(2)    VALUE 40.
       01 WS-FRM-STEP-IDX       PIC 9(2).
       01 WS-FRM-TRACE-FILENAME PIC X(100)  VALUE SPACES.
       01 WS-FRM-TRACE-STATUS   PIC X(2).
       01 WS-LOOKUP-CONTENT     PIC X(1000).
       01 WS-LOOKUP-VIEW REDEFINES WS-LOOKUP-CONTENT.
          COPY CALCREC REPLACING ==CALC-REC-TRANS-ID== BY
             ==CALC-REC-PPA-FLAG== BY ==LKP-PPA-FLAG==
             ==CALC-REC-ORIG-DATE== BY ==LKP-ORIG-DATE==
             ==CALC-REC-RUN-ID== BY ==LKP-RUN-ID==
             ==CALC-REC-CHAIN-HASH== BY ==LKP-CHAIN-HASH==
             ==CALC-REC-CUST-RATE== BY ==LKP-CUST-RATE==
             ==CALC-REC-FX-MARGIN== BY ==LKP-FX-MARGIN==.
       01 WS-LOOKUP-STATUS      PIC 9(2).
       01 WS-LOOKUP-MODE        PIC X(1)    VALUE "R".
       01 WS-LOOKUP-MESSAGE     PIC X(40).
             10 WS-ACCT-TBL-STATUS  PIC X(1).
             10 WS-ACCT-TBL-ENTITY  PIC X(3).
             10 WS-ACCT-TBL-CCY     PIC X(3).
             10 WS-ACCT-TBL-NAME    PIC X(30).
             10 WS-ACCT-TBL-BANK-STATUS PIC 9(2).
       01 WS-ACCT-USED          PIC 9(3)    VALUE 0.
       01 WS-ACCT-MAX           PIC 9(3)    VALUE 200.
       01 WS-ACCT-IDX           PIC 9(3).
       01 WS-LIM-FOUND-FLAG     PIC X(1)    VALUE "N".
          88 WS-LIM-FOUND                   VALUE "Y".
       01 WS-LIMIT-ACTION       PIC X(1)    VALUE SPACE.
          88 WS-LIMIT-BREACH-SINGLE         VALUES "S", "B".
          88 WS-LIMIT-BREACH-CUMUL          VALUE "H".
          88 WS-LIMIT-COLL-BLOCK            VALUE "B".
       01 WS-LIMIT-ABS-RESULT   PIC S9(11)V99 VALUE 0.
       01 WS-LIMIT-PROJECTED    PIC S9(12)V99 VALUE 0.
       01 WS-LIM-LOOKUP-USER    PIC X(30)   VALUE SPACES.

      * Behavioural fraud rules applied before posting.  Rules scoped
      * to the intraday cycles are not loaded in other runs; each rule
      * keeps the run's count of records applied to and hit.
       01 WS-FRD-RULE-FILENAME  PIC X(100)  VALUE "fraud_rules.dat".
       01 WS-FRD-RULE-STATUS    PIC X(2).
       01 WS-FRD-RULE-EOF-FLAG  PIC X(1)    VALUE "N".
          88 WS-FRD-RULE-EOF                VALUE "Y".
       01 WS-FRD-RULE-TABLE.
          05 WS-FRD-RULE-ENTRY OCCURS 20 TIMES.
             10 WS-FRD-TBL-CODE       PIC X(4).
             10 WS-FRD-TBL-KIND       PIC X(8).
             10 WS-FRD-TBL-PARAM-1    PIC 9(7).
             10 WS-FRD-TBL-PARAM-2    PIC 9(7).
             10 WS-FRD-TBL-PARAM-3    PIC 9(7).
             10 WS-FRD-TBL-EVALUATED  PIC 9(7).
             10 WS-FRD-TBL-HITS       PIC 9(7).
             10 WS-FRD-TBL-ROUND      PIC 9(7).
       01 WS-FRD-RULE-USED      PIC 9(2)    VALUE 0.
       01 WS-FRD-RULE-MAX       PIC 9(2)    VALUE 20.
       01 WS-FRD-RULE-IDX       PIC 9(2).
       01 WS-FRD-WINDOW-MAX     PIC 9(7)    VALUE 0.

       01 WS-FRD-PROFILE-FILENAME PIC X(100)
                                    VALUE "fraud_profile.dat".
       01 WS-FRD-PROFILE-STATUS PIC X(2).
       01 WS-FRD-PROFILE-EOF-FLAG PIC X(1)  VALUE "N".
          88 WS-FRD-PROFILE-EOF             VALUE "Y".
       01 WS-NEW-FRD-PROFILE-FILENAME PIC X(104)
                                    VALUE "fraud_profile.dat.new".
       01 WS-NEW-FRD-PROFILE-STATUS PIC X(2).
       01 WS-FRD-ACCT-TABLE.
          05 WS-FRD-ACCT-ENTRY OCCURS 5000 TIMES.
             10 WS-FRD-ACCT-USER      PIC X(30).
             10 WS-FRD-ACCT-ID        PIC X(10).
             10 WS-FRD-ACCT-DATE      PIC 9(8).
       01 WS-FRD-ACCT-USED      PIC 9(4)    VALUE 0.
       01 WS-FRD-ACCT-MAX       PIC 9(4)    VALUE 5000.
       01 WS-FRD-ACCT-IDX       PIC 9(4).
       01 WS-FRD-MEAN-TABLE.
          05 WS-FRD-MEAN-ENTRY OCCURS 500 TIMES.
             10 WS-FRD-MEAN-USER      PIC X(30).
             10 WS-FRD-MEAN-DATE      PIC 9(8).
             10 WS-FRD-MEAN-COUNT     PIC 9(7).
             10 WS-FRD-MEAN-TOTAL     PIC 9(13)V99.
       01 WS-FRD-MEAN-USED      PIC 9(3)    VALUE 0.
       01 WS-FRD-MEAN-MAX       PIC 9(3)    VALUE 500.
       01 WS-FRD-MEAN-IDX       PIC 9(3).
       01 WS-FRD-USER-MEAN-IDX  PIC 9(3)    VALUE 0.
       01 WS-FRD-TIME-TABLE.
          05 WS-FRD-TIME-ENTRY OCCURS 5000 TIMES.
             10 WS-FRD-TIME-USER      PIC X(30).
             10 WS-FRD-TIME-SECONDS   PIC 9(5).
       01 WS-FRD-TIME-USED      PIC 9(4)    VALUE 0.
       01 WS-FRD-TIME-MAX       PIC 9(4)    VALUE 5000.
       01 WS-FRD-TIME-IDX       PIC 9(4).
       01 WS-FRD-TIME-KEPT      PIC 9(4).

       01 WS-FRD-STATS-FILENAME PIC X(100)  VALUE "fraud_stats.dat".
       01 WS-FRD-STATS-STATUS   PIC X(2).
       01 WS-FRD-HIT-FILENAME   PIC X(100)  VALUE "fraud_hits.dat".
       01 WS-FRD-HIT-STATUS     PIC X(2).

       01 WS-FRD-CAL-DATE       PIC 9(8)    VALUE 0.
       01 WS-FRD-WEEKDAY        PIC 9(1)    VALUE 0.
          88 WS-FRD-WEEKEND                 VALUES 0, 6.
       01 WS-FRD-CLOCK          PIC X(8).
       01 WS-FRD-NOW-HHMM       PIC 9(4).
       01 WS-FRD-NOW-SECONDS    PIC 9(5).
       01 WS-FRD-WINDOW-START   PIC S9(7).
       01 WS-FRD-WINDOW-COUNT   PIC 9(5).
       01 WS-FRD-AMOUNT         PIC 9(11)V99.
       01 WS-FRD-QUOTIENT       PIC 9(11).
       01 WS-FRD-REMAINDER      PIC 9(11)V99.
       01 WS-FRD-MEAN           PIC 9(11)V99.
       01 WS-FRD-NEW-ACCT-FLAG  PIC X(1)    VALUE "N".
          88 WS-FRD-NEW-ACCOUNT             VALUE "Y".
       01 WS-FRD-RULE-HIT-FLAG  PIC X(1)    VALUE "N".
          88 WS-FRD-RULE-HIT                VALUE "Y".
       01 WS-FRD-HIT-FLAG       PIC X(1)    VALUE "N".
          88 WS-FRAUD-HIT                   VALUE "Y".
       01 WS-FRD-HIT-RULE       PIC X(4)    VALUE SPACES.

      * Users COLLECTIONS has taken to the block level: no further
      * debit is posted for them until the balance is restored.
       01 WS-COLLECTION-FILENAME PIC X(100) VALUE "collections.dat".
       01 WS-COLLECTION-STATUS  PIC X(2).
       01 WS-COLLECTION-EOF-FLAG PIC X(1)   VALUE "N".
          88 WS-COLLECTION-EOF              VALUE "Y".
       01 WS-CBLK-TABLE.
          05 WS-CBLK-TBL-USER OCCURS 500 TIMES PIC X(30).
       01 WS-CBLK-USED          PIC 9(3)    VALUE 0.
       01 WS-CBLK-MAX           PIC 9(3)    VALUE 500.
       01 WS-CBLK-IDX           PIC 9(3).
       01 WS-CBLK-FOUND-FLAG    PIC X(1)    VALUE "N".
          88 WS-CBLK-FOUND                  VALUE "Y".

      * Dispute cases: a reversal raised from a case is linked back
      * to it once posted.
       01 WS-DISPUTE-FILENAME   PIC X(100)  VALUE "dispute_cases.dat".
       01 WS-DISPUTE-STATUS     PIC X(2).

      * Keyed copies of the masters, rebuilt nightly by MASTER-LOAD.
      * When one is there it is read by key instead of being loaded
      * into its table: the account, tax and fee lookups then work
      * through entry 1 of their table, while the limit table keeps
      * the users met in the run so their running totals survive.
       01 WS-MASTER-CODE        PIC X(3).
       01 WS-KEYED-STATUS       PIC 9(2).
       01 WS-ACCT-KEYED-FLAG    PIC X(1)    VALUE "N".
          88 WS-ACCT-KEYED                  VALUE "Y".
       01 WS-LIM-KEYED-FLAG     PIC X(1)    VALUE "N".
          88 WS-LIM-KEYED                   VALUE "Y".
       01 WS-TAX-KEYED-FLAG     PIC X(1)    VALUE "N".
          88 WS-TAX-KEYED                   VALUE "Y".
       01 WS-FEE-KEYED-FLAG     PIC X(1)    VALUE "N".
          88 WS-FEE-KEYED                   VALUE "Y".
       01 WS-ACCT-KEYED-RECORD.
           COPY ACCTIDX.
       01 WS-LIM-KEYED-RECORD.
           COPY LIMIDX.
       01 WS-TAX-KEYED-RECORD.
           COPY TAXIDX.
       01 WS-FEE-KEYED-RECORD.
           COPY FEEIDX.

       01 WS-REVERSAL-REG-FILENAME PIC X(100)
                                    VALUE "reversal_register.dat".
       01 WS-CHAIN-REF-FILENAME PIC X(100)
                                    VALUE "chain_ref_register.dat".
       01 WS-CHAIN-REF-STATUS   PIC X(2).
       01 WS-LINEAGE-FILENAME   PIC X(100)  VALUE SPACES.
       01 WS-LINEAGE-STATUS     PIC X(2).
       01 WS-REVERSAL-REG-STATUS PIC X(2).
       01 WS-REVERSAL-EOF-FLAG  PIC X(1)    VALUE "N".
          88 WS-REVERSAL-EOF                VALUE "Y".
       01 WS-REVERSED-FLAG      PIC X(1)    VALUE "N".
          88 WS-ALREADY-REVERSED            VALUE "Y".
       01 WS-REVERSAL-POSTING-FLAG PIC X(1) VALUE "N".
          88 WS-ORIG-IS-REVERSAL            VALUE "Y".
       01 WS-REC-REF-ID         PIC X(12)   VALUE SPACES.
       01 WS-REVERSAL-COUNT     PIC 9(7)    VALUE 0.

       01 WS-BAL-HISTORY-OPEN-FLAG PIC X(1)  VALUE "N".
          88 WS-BAL-HISTORY-IS-OPEN          VALUE "Y".

       01 WS-ACCT-LEDGER-FILENAME PIC X(100)
                                    VALUE "account_ledger.dat".
       01 WS-ACCT-LEDGER-STATUS PIC X(2).
       01 WS-ACCT-LEDGER-EOF-FLAG PIC X(1)   VALUE "N".
          88 WS-ACCT-LEDGER-EOF             VALUE "Y".
       01 WS-NEW-ACCT-LEDGER-FILENAME PIC X(104)
                                    VALUE "account_ledger.dat.new".
       01 WS-NEW-ACCT-LEDGER-STATUS PIC X(2).
       01 WS-ACCT-LEDGER-HIST-FILENAME PIC X(100)
                                    VALUE "account_ledger_history.dat".
       01 WS-ACCT-LEDGER-HIST-STATUS PIC X(2).
       01 WS-ACCT-LEDGER-HIST-OPEN-FLAG PIC X(1) VALUE "N".
          88 WS-ACCT-LEDGER-HIST-IS-OPEN     VALUE "Y".
       01 WS-ALG-LINE.
          05 WS-ALG-ACCOUNT       PIC X(10).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-ALG-CURRENCY      PIC X(3).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-ALG-CURRENT       PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-ALG-MTD           PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-ALG-YTD           PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-ALG-LAST-ACTIVITY PIC 9(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-ALG-MONTH         PIC 9(6).
       01 WS-ALG-TABLE.
          05 WS-ALG-ENTRY OCCURS 200 TIMES.
             10 WS-ALGT-ACCOUNT      PIC X(10).
             10 WS-ALGT-CCY          PIC X(3).
             10 WS-ALGT-CURRENT      PIC S9(11)V99.
             10 WS-ALGT-MTD          PIC S9(11)V99.
             10 WS-ALGT-YTD          PIC S9(11)V99.
             10 WS-ALGT-LAST         PIC 9(8).
             10 WS-ALGT-MONTH        PIC 9(6).
             10 WS-ALGT-DELTA        PIC S9(11)V99.
             10 WS-ALGT-TOUCHED-FLAG PIC X(1).
       01 WS-ALG-USED           PIC 9(3)    VALUE 0.
       01 WS-ALG-MAX            PIC 9(3)    VALUE 200.
       01 WS-ALG-IDX            PIC 9(3).
       01 WS-ALG-FOUND-FLAG     PIC X(1)    VALUE "N".
          88 WS-ALG-FOUND                   VALUE "Y".
       01 WS-ALG-AMOUNT         PIC S9(11)V99 VALUE 0.
       01 WS-ALG-RATE           PIC 9(3)V9999 VALUE 0.
       01 WS-ALG-RATE-DATE      PIC 9(8)    VALUE 0.
       01 WS-ALG-RATE-STATUS    PIC 9(2)    VALUE 0.

       01 WS-FEE-FILENAME       PIC X(100)
                                    VALUE "fee_schedule.dat".
       01 WS-FEE-FILE-STATUS    PIC X(2).
       01 WS-FEE-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-FEE-PARENT-ID      PIC X(12)   VALUE SPACES.
       01 WS-BATCH-FEE-COUNT    PIC 9(7)    VALUE 0.
       01 WS-SPREAD-FILENAME    PIC X(100)
                                    VALUE "fx_spreads.dat".
       01 WS-SPREAD-FILE-STATUS PIC X(2).
       01 WS-SPREAD-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-SPREAD-EOF                  VALUE "Y".
       01 WS-SPREAD-TABLE-AREA.
          05 WS-SPREAD-ENTRY OCCURS 100 TIMES.
             10 WS-SPR-TBL-CCY      PIC X(3).
             10 WS-SPR-TBL-DEPT     PIC X(10).
             10 WS-SPR-TBL-BAND     PIC 9(11)V99.
             10 WS-SPR-TBL-BPS      PIC 9(4).
       01 WS-SPREAD-USED        PIC 9(3)    VALUE 0.
       01 WS-SPREAD-MAX         PIC 9(3)    VALUE 100.
       01 WS-SPREAD-IDX         PIC 9(3).
       01 WS-SPREAD-FOUND-FLAG  PIC X(1)    VALUE "N".
          88 WS-SPREAD-FOUND                VALUE "Y".
       01 WS-SPREAD-DEPT        PIC X(10)   VALUE SPACES.
       01 WS-SPREAD-AMOUNT      PIC 9(11)V99 VALUE 0.
       01 WS-SPREAD-BPS         PIC 9(4)    VALUE 0.
       01 WS-SPREAD-FACTOR      PIC 9(1)V9(4) VALUE 1.
       01 WS-CUST-RATE          PIC 9(3)V9999 VALUE 0.
       01 WS-FX-MARGIN          PIC S9(11)V99 VALUE 0.

       01 WS-ACK-FILENAME       PIC X(100).
       01 WS-ACK-STATUS         PIC X(2).
       01 WS-PPA-FILENAME       PIC X(100).
       01 WS-PPA-STATUS         PIC X(2).
       01 WS-PPA-COUNT          PIC 9(7)    VALUE 0.
       01 WS-BACKVALUE-FILENAME PIC X(100)
                                   VALUE "backvalue_register.dat".
       01 WS-BACKVALUE-STATUS   PIC X(2).
       01 WS-BACKVALUE-DATE     PIC 9(8)    VALUE 0.

       01 WS-REQUEST-DIR        PIC X(50)   VALUE "requests".
       01 WS-RESPONSE-DIR       PIC X(50)   VALUE "responses".
          88 WS-RESULT-ABOVE-THRESHOLD      VALUE "Y".
       01 WS-BATCH-HELD-COUNT   PIC 9(7)    VALUE 0.

       01 WS-WATCHLIST-FILENAME PIC X(100)  VALUE "watchlist.dat".
       01 WS-WATCHLIST-STATUS   PIC X(2).
       01 WS-WATCHLIST-EOF-FLAG PIC X(1)    VALUE "N".
          88 WS-WATCHLIST-EOF               VALUE "Y".
       01 WS-WATCHLIST-TABLE.
          05 WS-WL-ENTRY OCCURS 500 TIMES.
             10 WS-WL-TBL-ID        PIC X(13).
             10 WS-WL-TBL-NAME      PIC X(40).
       01 WS-WL-USED            PIC 9(3)    VALUE 0.
       01 WS-WL-MAX             PIC 9(3)    VALUE 500.
       01 WS-WL-IDX             PIC 9(3).
       01 WS-SCREEN-THRESHOLD-TEXT PIC X(3) VALUE SPACES.
       01 WS-SCREEN-THRESHOLD   PIC 9(3)    VALUE 80.
       01 WS-SCREEN-NAME        PIC X(40).
       01 WS-SCREEN-LISTED      PIC X(40).
       01 WS-SCREEN-SCORE       PIC 9(3).
       01 WS-SCREEN-SUBJECT-TYPE PIC X(1).
       01 WS-SCREEN-HIT-FLAG    PIC X(1)    VALUE "N".
          88 WS-SCREEN-HIT                  VALUE "Y".
       01 WS-SCREEN-BEST-SCORE  PIC 9(3)    VALUE 0.
       01 WS-SCREEN-BEST-TYPE   PIC X(1).
       01 WS-SCREEN-BEST-SUBJECT PIC X(30).
       01 WS-SCREEN-BEST-ID     PIC X(13).
       01 WS-SCREEN-BEST-NAME   PIC X(40).
      *    The poster's own name is screened once per run and the
      *    outcome kept here, since it is the same on every record.
       01 WS-USER-SCREENED-FLAG PIC X(1)    VALUE "N".
          88 WS-USER-SCREENED               VALUE "Y".
       01 WS-USER-SCREEN-SCORE  PIC 9(3)    VALUE 0.
       01 WS-USER-SCREEN-ID     PIC X(13).
       01 WS-USER-SCREEN-NAME   PIC X(40).
       01 WS-COMPLIANCE-FILENAME PIC X(100)
                                    VALUE "compliance_queue.dat".
       01 WS-COMPLIANCE-STATUS  PIC X(2).
       01 WS-BATCH-SCREEN-COUNT PIC 9(7)    VALUE 0.

       01 WS-PROFILE-FILENAME   PIC X(100)
                                    VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS     PIC X(2).
       01 WS-USER-ROLE          PIC X(1)    VALUE SPACES.
          88 WS-USER-IS-OPERATOR            VALUES "O", "S".
          88 WS-USER-IS-SUPERVISOR          VALUE "S".
       01 WS-USER-PROFILE-ID    PIC X(30)   VALUE SPACES.
       01 WS-DEPT-AS-OF-DATE    PIC X(8).
       01 WS-DEPT-AS-OF-DEPT    PIC X(10).
       01 WS-DEPT-AS-OF-ROLE    PIC X(1).
       01 WS-DEPT-AS-OF-STATUS  PIC 9(2).

       01 WS-REGISTER-FILENAME  PIC X(100)
                                    VALUE "input_register.dat".
       01 WS-CHECKSUM-WORK      PIC 9(18) COMP-5.
       01 WS-CHECKSUM-BYTE      PIC 9(5) COMP-5.
       01 WS-CHECKSUM-IDX       PIC 9(4) COMP-5.
       01 WS-CHECKSUM-LEN       PIC 9(4) COMP-5.
       01 WS-DUP-FILE-FLAG      PIC X(1)    VALUE "N".
          88 WS-DUPLICATE-FILE              VALUE "Y".
       01 WS-SEAL-PARTNER       PIC X(10)   VALUE SPACES.
       01 WS-SEAL-DATE          PIC X(8)    VALUE SPACES.
       01 WS-SEAL-TRL-KEY-ID    PIC X(4)    VALUE SPACES.
       01 WS-SEAL-TRL-VALUE     PIC X(18)   VALUE SPACES.
       01 WS-SEAL-LINE          PIC X(300).
       01 WS-SEAL-KEY-ID        PIC X(4).
       01 WS-SEAL-VALUE         PIC X(18).
       01 WS-SEAL-STATUS        PIC 9(2).
          88 WS-SEAL-OK                     VALUE 0.
          88 WS-SEAL-NO-KEY                 VALUE 4.
          88 WS-SEAL-UNPROTECTED            VALUE 12.
       01 WS-SEAL-FAILED-FLAG   PIC X(1)    VALUE "N".
          88 WS-SEAL-FAILED                 VALUE "Y".
       01 WS-REGISTER-OVERRIDE  PIC X(1)    VALUE "N".
          88 WS-OVERRIDE-REGISTER           VALUE "Y".

          05 WS-RRG-RC            PIC 9(2).
          05 FILLER               PIC X(1)   VALUE SPACE.
          05 WS-RRG-STATE         PIC X(8).
          05 FILLER               PIC X(1)   VALUE SPACE.
          05 WS-RRG-DATE-SOURCE   PIC X(7)   VALUE SPACES.

       01 WS-QUIESCE-FILENAME    PIC X(100) VALUE "quiesce.req".
       01 WS-QUIESCE-FLAG        PIC X(1)   VALUE "N".
       01 WS-ENTITY-FUNC-CCY     PIC X(3)    VALUE SPACES.
       01 WS-ENTITY-GL-COMPANY   PIC X(4)    VALUE SPACES.
       01 WS-REC-ENTITY          PIC X(3)    VALUE SPACES.
       01 WS-REC-DEPARTMENT      PIC X(10)   VALUE SPACES.
       01 WS-CYCLE-ID            PIC X(2)    VALUE SPACES.
       01 WS-CYCLE-FLAG          PIC X(1)    VALUE "N".
          88 WS-CYCLE-MODE                   VALUE "Y".
       01 WS-SUSPENSE-REASON     PIC X(3).
       01 WS-SUSPENSE-COUNT      PIC 9(7)    VALUE 0.
       01 WS-RUN-DATE-YMD        PIC X(8).
       01 WS-DATE-SOURCE         PIC X(1)   VALUE "C".
          88 WS-DATE-FROM-CLOCK             VALUE "H".

       01 WS-CONFIG-FILENAME     PIC X(100) VALUE "main.cfg".
       01 WS-CONFIG-STATUS       PIC X(2).
           PERFORM LOAD-TRANSID-SEQ
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-WATCHLIST
           PERFORM LOAD-LIMIT-MASTER
           PERFORM LOAD-COLLECTION-BLOCKS
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-FX-SPREADS

           ACCEPT WS-SILENT-FLAG FROM ENVIRONMENT "SILENT_MODE"
           IF NOT WS-SILENT-MODE

           ACCEPT WS-RUN-TIME-NOW FROM TIME
           MOVE WS-RUN-TIME-NOW (1:6) TO WS-RUN-START-TIME
           CALL "BUSINESS_DATE" USING WS-RUN-DATE-YMD, WS-DATE-SOURCE
           MOVE FUNCTION NUMVAL (WS-RUN-DATE-YMD) TO WS-TODAY-NUM
           MOVE SPACES TO WS-RUN-ID
           STRING "R"                DELIMITED BY SIZE
                  WS-RUN-START-TIME  DELIMITED BY SIZE
                  INTO WS-RUN-ID

           MOVE WS-RUN-DATE-YMD TO WS-DEPT-AS-OF-DATE
           PERFORM LOOKUP-DEPARTMENT-AS-OF
           IF WS-DEPT-AS-OF-STATUS = 0
              MOVE WS-DEPT-AS-OF-DEPT TO WS-USER-DEPARTMENT
           END-IF
           MOVE WS-RUN-DATE-YMD TO WS-CURRENT-DATE
           CALL "DATE_UTILS" USING WS-CURRENT-DATE, WS-FORMATTED-DATE,
                                    WS-DATE-VALID, WS-DATE-FORMAT,
                                    WS-LOCALE, WS-DAY-NAME,
                    PERFORM RUN-SWEEP-MODE
                 END-IF
              END-IF
              IF WS-CYCLE-MODE AND WS-RETURN-CODE < 8
                 PERFORM REFRESH-FX-POSITION
              END-IF
           ELSE
           IF WS-SERVER-RUN
              PERFORM SERVER-PROCEDURE
       PROCESS-SERVER-REQUEST.
           MOVE REQ-REQUESTER TO WS-SERVER-REQUESTER
           MOVE REQ-TRANS-DATA TO TRANS-RECORD
           MOVE SPACES TO WS-REC-DEPARTMENT
           MOVE "N" TO WS-SERVER-REJECTED-FLAG
           MOVE TRANS-NUM1 TO WS-NUM1
           MOVE TRANS-NUM2 TO WS-NUM2
                 PERFORM NEXT-TRANS-ID
                 PERFORM BUILD-CALC-RECORD
                 MOVE WS-SERVER-REQUESTER TO CALC-REC-DEPARTMENT
                 IF WS-SCREEN-HIT
                    PERFORM WRITE-COMPLIANCE-RECORD
                    MOVE "SCR" TO WS-SUSPENSE-REASON
                    SET WS-SERVER-REJECTED TO TRUE
                    PERFORM WRITE-SERVER-RESPONSE
                 ELSE
                 MOVE "Q" TO WS-FILE-MODE
                 CALL "FILE_HANDLER" USING WS-FILENAME,
                      WS-FILE-CONTENT, WS-FILE-STATUS,
                    SET WS-SERVER-REJECTED TO TRUE
                    PERFORM WRITE-SERVER-RESPONSE
                 END-IF
                 END-IF
              END-IF
           END-IF.

              SET WS-PROFILE-FOUND TO TRUE
              MOVE PRF-DEPARTMENT TO WS-USER-DEPARTMENT
              MOVE PRF-ROLE TO WS-USER-ROLE
              MOVE PRF-USER-ID TO WS-USER-PROFILE-ID
              IF PRF-FULL-NAME NOT = SPACES
                 MOVE PRF-FULL-NAME TO WS-USER-NAME
              END-IF
              PERFORM READ-PROFILE-RECORD
           END-IF.

      * The department the user held on the given date, from the
      * profile history.  Status 8 when the session user has no
      * profile, leaving the caller's department as it stands.
       LOOKUP-DEPARTMENT-AS-OF.
           MOVE SPACES TO WS-DEPT-AS-OF-DEPT
           MOVE 8 TO WS-DEPT-AS-OF-STATUS
           IF WS-PROFILE-FOUND
              CALL "PROFILE_HISTORY" USING WS-USER-PROFILE-ID,
                                           WS-DEPT-AS-OF-DATE,
                                           WS-DEPT-AS-OF-DEPT,
                                           WS-DEPT-AS-OF-ROLE,
                                           WS-DEPT-AS-OF-STATUS
           END-IF.

       BUILD-TRANS-ID.
           CALL "TRANSID_ISSUE" USING WS-TRANS-ID-NUM, WS-TRANS-ID.

       BUILD-CALC-RECORD.
           MOVE SPACES TO WS-FILE-CONTENT
           MOVE WS-USER-DEPARTMENT  TO CALC-REC-DEPARTMENT
           MOVE WS-FX-RATE          TO CALC-REC-FX-RATE
           MOVE WS-FX-RATE-DATE     TO CALC-REC-RATE-DATE
           MOVE WS-CUST-RATE        TO CALC-REC-CUST-RATE
           MOVE WS-FX-MARGIN        TO CALC-REC-FX-MARGIN
           MOVE WS-GROUP-CCY        TO CALC-REC-GROUP-CCY
           MOVE WS-GROUP-CONVERTED  TO CALC-REC-GROUP-CONV
           MOVE WS-GROUP-RATE       TO CALC-REC-GROUP-RATE
              MOVE WS-TAX-AMOUNT    TO CALC-REC-TAX-AMOUNT
              MOVE WS-REC-ACCOUNT   TO CALC-REC-ACCOUNT
              MOVE WS-REC-REF-ID    TO CALC-REC-REF-ID
              IF WS-ADJUST-MODE
                 MOVE WS-ORIG-DATE TO WS-DEPT-AS-OF-DATE
                 PERFORM LOOKUP-DEPARTMENT-AS-OF
                 IF WS-DEPT-AS-OF-STATUS = 0
                    MOVE WS-DEPT-AS-OF-DEPT TO CALC-REC-DEPARTMENT
                 END-IF
              END-IF
              IF WS-REC-DEPARTMENT NOT = SPACES
                 MOVE WS-REC-DEPARTMENT TO CALC-REC-DEPARTMENT
              END-IF
              IF WS-ADJUST-MODE
                 MOVE "Y" TO CALC-REC-PPA-FLAG
                 MOVE WS-ORIG-DATE TO CALC-REC-ORIG-DATE
           END-IF
           MOVE 0 TO WS-FEE-USED
           MOVE "N" TO WS-FEE-EOF-FLAG
           MOVE "FEE" TO WS-MASTER-CODE
           CALL "MASTER_LOOKUP" USING WS-MASTER-CODE, WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              SET WS-FEE-KEYED TO TRUE
           ELSE
              OPEN INPUT FEE-FILE
              IF WS-FEE-FILE-STATUS = "00"
                 PERFORM READ-FEE-RECORD
                 PERFORM LOAD-ONE-FEE UNTIL WS-FEE-EOF
                    OR WS-FEE-USED >= WS-FEE-MAX
                 CLOSE FEE-FILE
                 IF NOT WS-FEE-EOF AND WS-FEE-USED >= WS-FEE-MAX
                    MOVE WS-FEE-FILENAME TO WS-OVERFLOW-FILENAME
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
              END-IF
           END-IF.

      * held item, the control total is kept in step by adjusting the
      * hash base with what is actually written to the output file.
       GENERATE-FEE-TRANSACTION.
           PERFORM LOOKUP-FEE-ENTRY
           IF WS-FEE-FOUND
              COMPUTE WS-FEE-AMOUNT ROUNDED =
                 WS-FEE-TBL-FLAT (WS-FEE-IDX)
              END-IF
           END-IF.

       LOOKUP-FEE-ENTRY.
           MOVE "N" TO WS-FEE-FOUND-FLAG
           IF WS-FEE-KEYED
              CALL "FEE_KEYED" USING WS-OPERATION, WS-USER-DEPARTMENT,
                                     WS-USER-NAME, WS-FEE-KEYED-RECORD,
                                     WS-KEYED-STATUS
              IF WS-KEYED-STATUS = 0
                 MOVE 1 TO WS-FEE-IDX
                 MOVE FX-OPERATION TO WS-FEE-TBL-OP (1)
                 MOVE FX-SCOPE TO WS-FEE-TBL-SCOPE (1)
                 MOVE FX-FLAT TO WS-FEE-TBL-FLAT (1)
                 MOVE FX-PCT TO WS-FEE-TBL-PCT (1)
                 SET WS-FEE-FOUND TO TRUE
              END-IF
           ELSE
              PERFORM FIND-FEE-ENTRY
                 VARYING WS-FEE-IDX FROM 1 BY 1
                 UNTIL WS-FEE-IDX > WS-FEE-USED OR WS-FEE-FOUND
           END-IF.

       POST-FEE-TRANSACTION.
           MOVE WS-TRANS-ID TO WS-FEE-PARENT-ID
           MOVE WS-FEE-AMOUNT TO WS-NUM1
      * measured on the result actually produced.  Single-limit
      * breaches go to suspense; cumulative breaches are routed to
      * the hold queue for supervisor release.  A user with no line
      * on the limit master is unconstrained.  A debit for a user
      * under a collections block goes to suspense whatever the
      * envelope; credits still post so the balance can be restored.
       CHECK-USER-LIMITS.
           MOVE SPACE TO WS-LIMIT-ACTION
           IF WS-RESULT < 0 AND WS-CBLK-USED > 0
              PERFORM CHECK-COLLECTION-BLOCK
           END-IF
           IF (WS-LIM-USED = 0 AND NOT WS-LIM-KEYED)
              OR WS-LIMIT-COLL-BLOCK
              CONTINUE
           ELSE
              MOVE WS-USER-NAME TO WS-LIM-LOOKUP-USER
              PERFORM LOOKUP-LIMIT-ENTRY
              IF WS-LIM-FOUND
                 COMPUTE WS-LIMIT-ABS-RESULT =
                    FUNCTION ABS (WS-RESULT)
           END-STRING
           PERFORM WRITE-OPS-ALERT.

      * The behavioural rules and the history they measure against
      * are read afresh for each input file, so a sweep of several
      * files carries the history on from one file to the next.
       LOAD-FRAUD-RULES.
           ACCEPT WS-FRD-RULE-FILENAME FROM ENVIRONMENT
              "FRAUD_RULE_FILE"
           IF WS-FRD-RULE-FILENAME = SPACES
              MOVE "fraud_rules.dat" TO WS-FRD-RULE-FILENAME
           END-IF
           MOVE 0 TO WS-FRD-RULE-USED
           MOVE 0 TO WS-FRD-WINDOW-MAX
           MOVE "N" TO WS-FRD-RULE-EOF-FLAG
           OPEN INPUT FRAUD-RULE-FILE
           IF WS-FRD-RULE-STATUS = "00"
              PERFORM READ-FRAUD-RULE-RECORD
              PERFORM LOAD-ONE-FRAUD-RULE UNTIL WS-FRD-RULE-EOF
              CLOSE FRAUD-RULE-FILE
           END-IF
           IF WS-FRD-RULE-USED > 0
              ACCEPT WS-FRD-CAL-DATE FROM DATE YYYYMMDD
              COMPUTE WS-FRD-WEEKDAY = FUNCTION MOD
                 (FUNCTION INTEGER-OF-DATE (WS-FRD-CAL-DATE), 7)
              PERFORM LOAD-FRAUD-PROFILE
           END-IF.

       READ-FRAUD-RULE-RECORD.
           READ FRAUD-RULE-FILE
              AT END
                 SET WS-FRD-RULE-EOF TO TRUE
           END-READ.

       LOAD-ONE-FRAUD-RULE.
           IF FRAUD-RULE-RECORD (1:1) = "*" OR FR-CODE = SPACES
              OR (FR-SCOPE = "C" AND NOT WS-CYCLE-MODE)
              CONTINUE
           ELSE
           IF FR-KIND NOT = "VELOCITY" AND NOT = "ROUND"
              AND NOT = "OFFHOURS" AND NOT = "NEWACCT"
              AND NOT = "AVERAGE"
              OR FR-PARAM-1 NOT NUMERIC OR FR-PARAM-2 NOT NUMERIC
              OR FR-PARAM-3 NOT NUMERIC
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: fraud rule " FR-CODE
                         " not understood, ignored"
              ELSE
                 DISPLAY "AVERTISSEMENT: regle de fraude " FR-CODE
                         " incomprise, ignoree"
              END-IF
           ELSE
              IF WS-FRD-RULE-USED >= WS-FRD-RULE-MAX
                 MOVE WS-FRD-RULE-FILENAME TO WS-OVERFLOW-FILENAME
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-FRD-RULE-USED
              MOVE FR-CODE TO WS-FRD-TBL-CODE (WS-FRD-RULE-USED)
              MOVE FR-KIND TO WS-FRD-TBL-KIND (WS-FRD-RULE-USED)
              MOVE FR-PARAM-1 TO WS-FRD-TBL-PARAM-1 (WS-FRD-RULE-USED)
              MOVE FR-PARAM-2 TO WS-FRD-TBL-PARAM-2 (WS-FRD-RULE-USED)
              MOVE FR-PARAM-3 TO WS-FRD-TBL-PARAM-3 (WS-FRD-RULE-USED)
              IF FR-KIND = "ROUND" AND FR-PARAM-3 = 0
                 MOVE 1 TO WS-FRD-TBL-PARAM-3 (WS-FRD-RULE-USED)
              END-IF
              IF FR-KIND = "VELOCITY" AND FR-PARAM-2 > WS-FRD-WINDOW-MAX
                 MOVE FR-PARAM-2 TO WS-FRD-WINDOW-MAX
              END-IF
              MOVE 0 TO WS-FRD-TBL-EVALUATED (WS-FRD-RULE-USED)
              MOVE 0 TO WS-FRD-TBL-HITS (WS-FRD-RULE-USED)
              MOVE 0 TO WS-FRD-TBL-ROUND (WS-FRD-RULE-USED)
           END-IF
           END-IF
           PERFORM READ-FRAUD-RULE-RECORD.

      * Entry times are only of use on the day they were taken, so
      * earlier days' times are dropped as the history is read.
       LOAD-FRAUD-PROFILE.
           ACCEPT WS-FRD-PROFILE-FILENAME FROM ENVIRONMENT
              "FRAUD_PROFILE_FILE"
           IF WS-FRD-PROFILE-FILENAME = SPACES
              MOVE "fraud_profile.dat" TO WS-FRD-PROFILE-FILENAME
           END-IF
           MOVE SPACES TO WS-NEW-FRD-PROFILE-FILENAME
           STRING FUNCTION TRIM (WS-FRD-PROFILE-FILENAME)
                     DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO WS-NEW-FRD-PROFILE-FILENAME
           END-STRING
           MOVE 0 TO WS-FRD-ACCT-USED
           MOVE 0 TO WS-FRD-MEAN-USED
           MOVE 0 TO WS-FRD-TIME-USED
           MOVE "N" TO WS-FRD-PROFILE-EOF-FLAG
           OPEN INPUT FRAUD-PROFILE-FILE
           IF WS-FRD-PROFILE-STATUS = "00"
              PERFORM READ-FRAUD-PROFILE-RECORD
              PERFORM LOAD-ONE-FRAUD-PROFILE
                 UNTIL WS-FRD-PROFILE-EOF
              CLOSE FRAUD-PROFILE-FILE
           END-IF
           MOVE 0 TO WS-FRD-USER-MEAN-IDX
           PERFORM FIND-FRAUD-MEAN-ENTRY
              VARYING WS-FRD-MEAN-IDX FROM 1 BY 1
              UNTIL WS-FRD-MEAN-IDX > WS-FRD-MEAN-USED
                 OR WS-FRD-USER-MEAN-IDX > 0.

       READ-FRAUD-PROFILE-RECORD.
           READ FRAUD-PROFILE-FILE
              AT END
                 SET WS-FRD-PROFILE-EOF TO TRUE
           END-READ.

       LOAD-ONE-FRAUD-PROFILE.
           MOVE WS-FRD-PROFILE-FILENAME TO WS-OVERFLOW-FILENAME
           EVALUATE FP-TYPE
              WHEN "A"
                 IF WS-FRD-ACCT-USED >= WS-FRD-ACCT-MAX
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO WS-FRD-ACCT-USED
                 MOVE FP-USER TO WS-FRD-ACCT-USER (WS-FRD-ACCT-USED)
                 MOVE FP-ACCOUNT TO WS-FRD-ACCT-ID (WS-FRD-ACCT-USED)
                 MOVE FP-DATE TO WS-FRD-ACCT-DATE (WS-FRD-ACCT-USED)
              WHEN "M"
                 IF WS-FRD-MEAN-USED >= WS-FRD-MEAN-MAX
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO WS-FRD-MEAN-USED
                 MOVE FP-USER TO WS-FRD-MEAN-USER (WS-FRD-MEAN-USED)
                 MOVE FP-DATE TO WS-FRD-MEAN-DATE (WS-FRD-MEAN-USED)
                 MOVE FP-COUNT TO WS-FRD-MEAN-COUNT (WS-FRD-MEAN-USED)
                 MOVE FP-TOTAL TO WS-FRD-MEAN-TOTAL (WS-FRD-MEAN-USED)
              WHEN "V"
                 IF FP-DATE = WS-FRD-CAL-DATE
                    IF WS-FRD-TIME-USED >= WS-FRD-TIME-MAX
                       PERFORM ABEND-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO WS-FRD-TIME-USED
                    MOVE FP-USER
                       TO WS-FRD-TIME-USER (WS-FRD-TIME-USED)
                    MOVE FP-SECONDS
                       TO WS-FRD-TIME-SECONDS (WS-FRD-TIME-USED)
                 END-IF
           END-EVALUATE
           PERFORM READ-FRAUD-PROFILE-RECORD.

       FIND-FRAUD-MEAN-ENTRY.
           IF WS-FRD-MEAN-USER (WS-FRD-MEAN-IDX) = WS-USER-NAME
              MOVE WS-FRD-MEAN-IDX TO WS-FRD-USER-MEAN-IDX
           END-IF.

      * Each rule is applied to the record in turn.  The first rule
      * hit gives the hold its rule code, but every rule keeps its
      * own count of hits so each can be tuned on its own figures.
      * The posting clock stands for the time of entry.
       CHECK-FRAUD-RULES.
           COMPUTE WS-FRD-AMOUNT = FUNCTION ABS (WS-RESULT)
           ACCEPT WS-FRD-CLOCK FROM TIME
           MOVE WS-FRD-CLOCK (1:4) TO WS-FRD-NOW-HHMM
           COMPUTE WS-FRD-NOW-SECONDS =
              FUNCTION NUMVAL (WS-FRD-CLOCK (1:2)) * 3600
              + FUNCTION NUMVAL (WS-FRD-CLOCK (3:2)) * 60
              + FUNCTION NUMVAL (WS-FRD-CLOCK (5:2))
           MOVE "N" TO WS-FRD-NEW-ACCT-FLAG
           IF WS-REC-ACCOUNT NOT = SPACES
              SET WS-FRD-NEW-ACCOUNT TO TRUE
              PERFORM FIND-FRAUD-ACCOUNT
                 VARYING WS-FRD-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-FRD-ACCT-IDX > WS-FRD-ACCT-USED
                    OR NOT WS-FRD-NEW-ACCOUNT
           END-IF
           PERFORM APPLY-ONE-FRAUD-RULE
              VARYING WS-FRD-RULE-IDX FROM 1 BY 1
              UNTIL WS-FRD-RULE-IDX > WS-FRD-RULE-USED
           PERFORM NOTE-FRAUD-HISTORY.

       FIND-FRAUD-ACCOUNT.
           IF WS-FRD-ACCT-USER (WS-FRD-ACCT-IDX) = WS-USER-NAME
              AND WS-FRD-ACCT-ID (WS-FRD-ACCT-IDX) = WS-REC-ACCOUNT
              MOVE "N" TO WS-FRD-NEW-ACCT-FLAG
           END-IF.

       APPLY-ONE-FRAUD-RULE.
           MOVE "N" TO WS-FRD-RULE-HIT-FLAG
           ADD 1 TO WS-FRD-TBL-EVALUATED (WS-FRD-RULE-IDX)
           EVALUATE WS-FRD-TBL-KIND (WS-FRD-RULE-IDX)
              WHEN "VELOCITY"
                 PERFORM APPLY-VELOCITY-RULE
              WHEN "ROUND"
                 PERFORM APPLY-ROUND-RULE
              WHEN "OFFHOURS"
                 IF WS-FRD-NOW-HHMM
                       < WS-FRD-TBL-PARAM-1 (WS-FRD-RULE-IDX)
                    OR WS-FRD-NOW-HHMM
                       >= WS-FRD-TBL-PARAM-2 (WS-FRD-RULE-IDX)
                    OR WS-FRD-WEEKEND
                    SET WS-FRD-RULE-HIT TO TRUE
                 END-IF
              WHEN "NEWACCT"
                 IF WS-FRD-NEW-ACCOUNT AND WS-FRD-AMOUNT
                       >= WS-FRD-TBL-PARAM-1 (WS-FRD-RULE-IDX)
                    SET WS-FRD-RULE-HIT TO TRUE
                 END-IF
              WHEN "AVERAGE"
                 PERFORM APPLY-AVERAGE-RULE
           END-EVALUATE
           IF WS-FRD-RULE-HIT
              ADD 1 TO WS-FRD-TBL-HITS (WS-FRD-RULE-IDX)
              IF NOT WS-FRAUD-HIT
                 SET WS-FRAUD-HIT TO TRUE
                 MOVE WS-FRD-TBL-CODE (WS-FRD-RULE-IDX)
                    TO WS-FRD-HIT-RULE
              END-IF
           END-IF.

      * The record itself counts towards the window, so the rule
      * hits on the entry that takes the user past the allowance.
       APPLY-VELOCITY-RULE.
           COMPUTE WS-FRD-WINDOW-START = WS-FRD-NOW-SECONDS
              - WS-FRD-TBL-PARAM-2 (WS-FRD-RULE-IDX) * 60
           MOVE 1 TO WS-FRD-WINDOW-COUNT
           PERFORM COUNT-ONE-FRAUD-TIME
              VARYING WS-FRD-TIME-IDX FROM 1 BY 1
              UNTIL WS-FRD-TIME-IDX > WS-FRD-TIME-USED
           IF WS-FRD-WINDOW-COUNT
                 > WS-FRD-TBL-PARAM-1 (WS-FRD-RULE-IDX)
              SET WS-FRD-RULE-HIT TO TRUE
           END-IF.

       COUNT-ONE-FRAUD-TIME.
           IF WS-FRD-TIME-USER (WS-FRD-TIME-IDX) = WS-USER-NAME
              AND WS-FRD-TIME-SECONDS (WS-FRD-TIME-IDX)
                  >= WS-FRD-WINDOW-START
              ADD 1 TO WS-FRD-WINDOW-COUNT
           END-IF.

      * The share is taken over the run's records so far; a round
      * amount is held only once enough records have been seen for
      * the share to mean something.
       APPLY-ROUND-RULE.
           IF WS-FRD-AMOUNT > 0
              DIVIDE WS-FRD-AMOUNT
                 BY WS-FRD-TBL-PARAM-3 (WS-FRD-RULE-IDX)
                 GIVING WS-FRD-QUOTIENT
                 REMAINDER WS-FRD-REMAINDER
              IF WS-FRD-REMAINDER = 0
                 ADD 1 TO WS-FRD-TBL-ROUND (WS-FRD-RULE-IDX)
                 IF WS-FRD-TBL-EVALUATED (WS-FRD-RULE-IDX)
                       >= WS-FRD-TBL-PARAM-1 (WS-FRD-RULE-IDX)
                    AND WS-FRD-TBL-ROUND (WS-FRD-RULE-IDX) * 100
                       > WS-FRD-TBL-PARAM-2 (WS-FRD-RULE-IDX)
                         * WS-FRD-TBL-EVALUATED (WS-FRD-RULE-IDX)
                    SET WS-FRD-RULE-HIT TO TRUE
                 END-IF
              END-IF
           END-IF.

       APPLY-AVERAGE-RULE.
           IF WS-FRD-USER-MEAN-IDX > 0
              IF WS-FRD-MEAN-COUNT (WS-FRD-USER-MEAN-IDX) > 0
                 AND WS-FRD-MEAN-COUNT (WS-FRD-USER-MEAN-IDX)
                     >= WS-FRD-TBL-PARAM-2 (WS-FRD-RULE-IDX)
                 COMPUTE WS-FRD-MEAN ROUNDED =
                    WS-FRD-MEAN-TOTAL (WS-FRD-USER-MEAN-IDX)
                    / WS-FRD-MEAN-COUNT (WS-FRD-USER-MEAN-IDX)
                 IF WS-FRD-AMOUNT > WS-FRD-MEAN
                       * WS-FRD-TBL-PARAM-1 (WS-FRD-RULE-IDX)
                    SET WS-FRD-RULE-HIT TO TRUE
                 END-IF
              END-IF
           END-IF.

      * A held amount stays out of the user's usual average, so one
      * suspicious amount does not make the next one look normal.
       NOTE-FRAUD-HISTORY.
           IF WS-FRD-WINDOW-MAX > 0
              IF WS-FRD-TIME-USED >= WS-FRD-TIME-MAX
                 PERFORM PRUNE-FRAUD-TIMES
              END-IF
              IF WS-FRD-TIME-USED < WS-FRD-TIME-MAX
                 ADD 1 TO WS-FRD-TIME-USED
                 MOVE WS-USER-NAME
                    TO WS-FRD-TIME-USER (WS-FRD-TIME-USED)
                 MOVE WS-FRD-NOW-SECONDS
                    TO WS-FRD-TIME-SECONDS (WS-FRD-TIME-USED)
              END-IF
           END-IF
           IF WS-FRD-NEW-ACCOUNT
              AND WS-FRD-ACCT-USED < WS-FRD-ACCT-MAX
              ADD 1 TO WS-FRD-ACCT-USED
              MOVE WS-USER-NAME TO WS-FRD-ACCT-USER (WS-FRD-ACCT-USED)
              MOVE WS-REC-ACCOUNT TO WS-FRD-ACCT-ID (WS-FRD-ACCT-USED)
              MOVE WS-TODAY-NUM TO WS-FRD-ACCT-DATE (WS-FRD-ACCT-USED)
           END-IF
           IF NOT WS-FRAUD-HIT
              IF WS-FRD-USER-MEAN-IDX = 0
                 AND WS-FRD-MEAN-USED < WS-FRD-MEAN-MAX
                 ADD 1 TO WS-FRD-MEAN-USED
                 MOVE WS-FRD-MEAN-USED TO WS-FRD-USER-MEAN-IDX
                 MOVE WS-USER-NAME
                    TO WS-FRD-MEAN-USER (WS-FRD-USER-MEAN-IDX)
                 MOVE 0 TO WS-FRD-MEAN-COUNT (WS-FRD-USER-MEAN-IDX)
                 MOVE 0 TO WS-FRD-MEAN-TOTAL (WS-FRD-USER-MEAN-IDX)
              END-IF
              IF WS-FRD-USER-MEAN-IDX > 0
                 ADD 1 TO WS-FRD-MEAN-COUNT (WS-FRD-USER-MEAN-IDX)
                 ADD WS-FRD-AMOUNT
                    TO WS-FRD-MEAN-TOTAL (WS-FRD-USER-MEAN-IDX)
                 MOVE WS-TODAY-NUM
                    TO WS-FRD-MEAN-DATE (WS-FRD-USER-MEAN-IDX)
              END-IF
           END-IF.

      * Only the times inside the longest velocity window can still
      * count towards a hit; the older ones are squeezed out.
       PRUNE-FRAUD-TIMES.
           ACCEPT WS-FRD-CLOCK FROM TIME
           COMPUTE WS-FRD-WINDOW-START =
              FUNCTION NUMVAL (WS-FRD-CLOCK (1:2)) * 3600
              + FUNCTION NUMVAL (WS-FRD-CLOCK (3:2)) * 60
              + FUNCTION NUMVAL (WS-FRD-CLOCK (5:2))
              - WS-FRD-WINDOW-MAX * 60
           MOVE 0 TO WS-FRD-TIME-KEPT
           PERFORM KEEP-ONE-FRAUD-TIME
              VARYING WS-FRD-TIME-IDX FROM 1 BY 1
              UNTIL WS-FRD-TIME-IDX > WS-FRD-TIME-USED
           MOVE WS-FRD-TIME-KEPT TO WS-FRD-TIME-USED.

       KEEP-ONE-FRAUD-TIME.
           IF WS-FRD-TIME-SECONDS (WS-FRD-TIME-IDX)
                 >= WS-FRD-WINDOW-START
              ADD 1 TO WS-FRD-TIME-KEPT
              MOVE WS-FRD-TIME-ENTRY (WS-FRD-TIME-IDX)
                 TO WS-FRD-TIME-ENTRY (WS-FRD-TIME-KEPT)
           END-IF.

       APPEND-FRAUD-HIT.
           OPEN EXTEND FRAUD-HIT-FILE
           IF WS-FRD-HIT-STATUS = "35"
              OPEN OUTPUT FRAUD-HIT-FILE
           END-IF
           IF WS-FRD-HIT-STATUS = "00"
              MOVE SPACES TO FRAUD-HIT-RECORD
              MOVE WS-TODAY-NUM TO FH-DATE
              MOVE WS-RUN-ID TO FH-RUN-ID
              MOVE CALC-REC-TRANS-ID TO FH-TRANS-ID
              MOVE WS-FRD-HIT-RULE TO FH-RULE
              MOVE WS-USER-NAME TO FH-USER
              MOVE WS-RESULT TO FH-AMOUNT
              WRITE FRAUD-HIT-RECORD
              CLOSE FRAUD-HIT-FILE
           END-IF.

       APPEND-FRAUD-STATS.
           OPEN EXTEND FRAUD-STATS-FILE
           IF WS-FRD-STATS-STATUS = "35"
              OPEN OUTPUT FRAUD-STATS-FILE
           END-IF
           IF WS-FRD-STATS-STATUS = "00"
              PERFORM WRITE-ONE-FRAUD-STAT
                 VARYING WS-FRD-RULE-IDX FROM 1 BY 1
                 UNTIL WS-FRD-RULE-IDX > WS-FRD-RULE-USED
              CLOSE FRAUD-STATS-FILE
           END-IF.

       WRITE-ONE-FRAUD-STAT.
           MOVE SPACES TO FRAUD-STATS-RECORD
           MOVE WS-TODAY-NUM TO FS-DATE
           MOVE WS-RUN-ID TO FS-RUN-ID
           MOVE WS-FRD-TBL-CODE (WS-FRD-RULE-IDX) TO FS-RULE
           MOVE WS-FRD-TBL-EVALUATED (WS-FRD-RULE-IDX) TO FS-EVALUATED
           MOVE WS-FRD-TBL-HITS (WS-FRD-RULE-IDX) TO FS-HITS
           WRITE FRAUD-STATS-RECORD.

      * Rewritten whole through a .new file, as the balance master
      * is.  Entry times are kept only while a velocity window can
      * still reach them.
       SAVE-FRAUD-PROFILE.
           IF WS-FRD-WINDOW-MAX > 0
              PERFORM PRUNE-FRAUD-TIMES
           END-IF
           OPEN OUTPUT NEW-FRAUD-PROFILE-FILE
           IF WS-NEW-FRD-PROFILE-STATUS = "00"
              PERFORM WRITE-FRAUD-ACCOUNT-LINE
                 VARYING WS-FRD-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-FRD-ACCT-IDX > WS-FRD-ACCT-USED
              PERFORM WRITE-FRAUD-MEAN-LINE
                 VARYING WS-FRD-MEAN-IDX FROM 1 BY 1
                 UNTIL WS-FRD-MEAN-IDX > WS-FRD-MEAN-USED
              PERFORM WRITE-FRAUD-TIME-LINE
                 VARYING WS-FRD-TIME-IDX FROM 1 BY 1
                 UNTIL WS-FRD-TIME-IDX > WS-FRD-TIME-USED
              CLOSE NEW-FRAUD-PROFILE-FILE
              MOVE SPACES TO WS-SWEEP-CMD
              STRING "mv -f " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-NEW-FRD-PROFILE-FILENAME)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FRD-PROFILE-FILENAME)
                        DELIMITED BY SIZE
                     INTO WS-SWEEP-CMD
              END-STRING
              CALL "SYSTEM" USING WS-SWEEP-CMD
                  RETURNING WS-SWEEP-CMD-RC
           END-IF.

       WRITE-FRAUD-ACCOUNT-LINE.
           MOVE SPACES TO FRAUD-PROFILE-RECORD
           MOVE "A" TO FP-TYPE
           MOVE WS-FRD-ACCT-USER (WS-FRD-ACCT-IDX) TO FP-USER
           MOVE WS-FRD-ACCT-ID (WS-FRD-ACCT-IDX) TO FP-ACCOUNT
           MOVE WS-FRD-ACCT-DATE (WS-FRD-ACCT-IDX) TO FP-DATE
           MOVE 0 TO FP-COUNT
           MOVE 0 TO FP-TOTAL
           MOVE 0 TO FP-SECONDS
           MOVE FRAUD-PROFILE-RECORD TO NEW-FRAUD-PROFILE-RECORD
           WRITE NEW-FRAUD-PROFILE-RECORD.

       WRITE-FRAUD-MEAN-LINE.
           MOVE SPACES TO FRAUD-PROFILE-RECORD
           MOVE "M" TO FP-TYPE
           MOVE WS-FRD-MEAN-USER (WS-FRD-MEAN-IDX) TO FP-USER
           MOVE WS-FRD-MEAN-DATE (WS-FRD-MEAN-IDX) TO FP-DATE
           MOVE WS-FRD-MEAN-COUNT (WS-FRD-MEAN-IDX) TO FP-COUNT
           MOVE WS-FRD-MEAN-TOTAL (WS-FRD-MEAN-IDX) TO FP-TOTAL
           MOVE 0 TO FP-SECONDS
           MOVE FRAUD-PROFILE-RECORD TO NEW-FRAUD-PROFILE-RECORD
           WRITE NEW-FRAUD-PROFILE-RECORD.

       WRITE-FRAUD-TIME-LINE.
           MOVE SPACES TO FRAUD-PROFILE-RECORD
           MOVE "V" TO FP-TYPE
           MOVE WS-FRD-TIME-USER (WS-FRD-TIME-IDX) TO FP-USER
           MOVE WS-FRD-CAL-DATE TO FP-DATE
           MOVE 0 TO FP-COUNT
           MOVE 0 TO FP-TOTAL
           MOVE WS-FRD-TIME-SECONDS (WS-FRD-TIME-IDX) TO FP-SECONDS
           MOVE FRAUD-PROFILE-RECORD TO NEW-FRAUD-PROFILE-RECORD
           WRITE NEW-FRAUD-PROFILE-RECORD.

       LOOKUP-CURRENCY-RATE.
           CALL "CURRENCY_UTILS" USING WS-CURRENCY-CODE, WS-FX-RATE,
                                        WS-CURRENCY-STATUS,
              SET WS-TRANS-EOF TO TRUE
           END-IF.

       LOAD-FX-SPREADS.
           ACCEPT WS-SPREAD-FILENAME FROM ENVIRONMENT "FX_SPREAD_FILE"
           IF WS-SPREAD-FILENAME = SPACES
              MOVE "fx_spreads.dat" TO WS-SPREAD-FILENAME
           END-IF
           MOVE 0 TO WS-SPREAD-USED
           MOVE "N" TO WS-SPREAD-EOF-FLAG
           OPEN INPUT SPREAD-FILE
           IF WS-SPREAD-FILE-STATUS = "00"
              PERFORM READ-SPREAD-RECORD
              PERFORM LOAD-ONE-SPREAD UNTIL WS-SPREAD-EOF
                 OR WS-SPREAD-USED >= WS-SPREAD-MAX
              CLOSE SPREAD-FILE
              IF NOT WS-SPREAD-EOF AND WS-SPREAD-USED >= WS-SPREAD-MAX
                 MOVE WS-SPREAD-FILENAME TO WS-OVERFLOW-FILENAME
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
           END-IF.

       READ-SPREAD-RECORD.
           READ SPREAD-FILE
              AT END
                 SET WS-SPREAD-EOF TO TRUE
           END-READ.

       LOAD-ONE-SPREAD.
           IF SPR-CURRENCY NOT = SPACES
              ADD 1 TO WS-SPREAD-USED
              MOVE SPR-CURRENCY TO WS-SPR-TBL-CCY (WS-SPREAD-USED)
              MOVE SPR-DEPARTMENT TO WS-SPR-TBL-DEPT (WS-SPREAD-USED)
              COMPUTE WS-SPR-TBL-BAND (WS-SPREAD-USED) =
                 FUNCTION NUMVAL (SPR-BAND-TEXT)
              COMPUTE WS-SPR-TBL-BPS (WS-SPREAD-USED) =
                 FUNCTION NUMVAL (SPR-BPS-TEXT)
           END-IF
           PERFORM READ-SPREAD-RECORD.

      * The spread is looked up by currency, then by the desk that
      * owns the transaction ahead of the "***" default line, and
      * within those by the first amount band the absolute result
      * falls under; the bands are listed in ascending order.  No
      * line found means no spread: the customer gets the mid rate.
       LOOKUP-FX-SPREAD.
           MOVE 0 TO WS-SPREAD-BPS
           MOVE "N" TO WS-SPREAD-FOUND-FLAG
           EVALUATE TRUE
              WHEN WS-SERVER-RUN
                 MOVE WS-SERVER-REQUESTER TO WS-SPREAD-DEPT
              WHEN WS-BATCH-RUN AND WS-REC-DEPARTMENT NOT = SPACES
                 MOVE WS-REC-DEPARTMENT TO WS-SPREAD-DEPT
              WHEN OTHER
                 MOVE WS-USER-DEPARTMENT TO WS-SPREAD-DEPT
           END-EVALUATE
           COMPUTE WS-SPREAD-AMOUNT = FUNCTION ABS (WS-RESULT)
              ON SIZE ERROR
                 MOVE 99999999999.99 TO WS-SPREAD-AMOUNT
           END-COMPUTE
           IF WS-SPREAD-DEPT NOT = SPACES
              PERFORM FIND-SPREAD-ENTRY
                 VARYING WS-SPREAD-IDX FROM 1 BY 1
                 UNTIL WS-SPREAD-IDX > WS-SPREAD-USED
                    OR WS-SPREAD-FOUND
           END-IF
           IF NOT WS-SPREAD-FOUND
              MOVE "***" TO WS-SPREAD-DEPT
              PERFORM FIND-SPREAD-ENTRY
                 VARYING WS-SPREAD-IDX FROM 1 BY 1
                 UNTIL WS-SPREAD-IDX > WS-SPREAD-USED
                    OR WS-SPREAD-FOUND
           END-IF
           IF WS-SPREAD-FOUND
              MOVE WS-SPR-TBL-BPS (WS-SPREAD-IDX) TO WS-SPREAD-BPS
           END-IF.

       FIND-SPREAD-ENTRY.
           IF WS-SPR-TBL-CCY (WS-SPREAD-IDX) = WS-CURRENCY-CODE
              AND WS-SPR-TBL-DEPT (WS-SPREAD-IDX) = WS-SPREAD-DEPT
              AND WS-SPR-TBL-BAND (WS-SPREAD-IDX) >= WS-SPREAD-AMOUNT
              SET WS-SPREAD-FOUND TO TRUE
              SUBTRACT 1 FROM WS-SPREAD-IDX
           END-IF.

      * The customer converts at the mid rate less the spread on an
      * amount paid out and plus the spread on an amount collected,
      * so the bank keeps the difference either way.  The margin is
      * that difference taken back to the result currency at the mid
      * rate; it is never negative.
       SET-CUSTOMER-RATE.
           PERFORM LOOKUP-FX-SPREAD
           MOVE WS-FX-RATE TO WS-CUST-RATE
           IF WS-SPREAD-BPS > 0
              IF WS-RESULT < 0
                 COMPUTE WS-SPREAD-FACTOR =
                    (10000 + WS-SPREAD-BPS) / 10000
              ELSE
                 COMPUTE WS-SPREAD-FACTOR =
                    (10000 - WS-SPREAD-BPS) / 10000
              END-IF
              COMPUTE WS-CUST-RATE ROUNDED =
                 WS-FX-RATE * WS-SPREAD-FACTOR
                 ON SIZE ERROR
                    MOVE WS-FX-RATE TO WS-CUST-RATE
              END-COMPUTE
           END-IF.

       SET-FX-MARGIN.
           MOVE 0 TO WS-FX-MARGIN
           IF WS-FX-RATE > 0 AND WS-CUST-RATE NOT = WS-FX-RATE
              COMPUTE WS-FX-MARGIN ROUNDED =
                 WS-RESULT * (WS-FX-RATE - WS-CUST-RATE) / WS-FX-RATE
                 ON SIZE ERROR
                    MOVE 0 TO WS-FX-MARGIN
              END-COMPUTE
           END-IF.

       CONVERT-RESULT-CURRENCY.
           PERFORM SET-CUSTOMER-RATE
           COMPUTE WS-RESULT-CONVERTED = WS-RESULT * WS-CUST-RATE
              ON SIZE ERROR
                 MOVE ZERO TO WS-RESULT-CONVERTED
                 SET WS-CALC-CONVERSION-OVERFLOW TO TRUE
           MOVE WS-RESULT-CONVERTED TO WS-MINOR-VALUE
           PERFORM ROUND-TO-MINOR-UNITS
           MOVE WS-MINOR-VALUE TO WS-RESULT-CONVERTED
           PERFORM SET-FX-MARGIN
           MOVE WS-RESULT-CONVERTED TO WS-CONVERTED-EDIT
           MOVE WS-RESULT-CONVERTED TO WS-CONVERTED-EDIT0
           COMPUTE WS-GROUP-CONVERTED = WS-RESULT * WS-GROUP-RATE
           PERFORM CHAIN-ONE-BYTE
              VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > 219
           IF WS-CALC-RECORD (229:20) NOT = SPACES
              PERFORM CHAIN-ONE-BYTE
                 VARYING WS-CHAIN-IDX FROM 229 BY 1
                 UNTIL WS-CHAIN-IDX > 248
           END-IF
           COMPUTE CALC-REC-CHAIN-HASH =
              FUNCTION MOD (WS-CHAIN-WORK, 999999937)
           MOVE CALC-REC-CHAIN-HASH TO WS-CHAIN-PREV.
                         "jour, enregistrement mis en attente"
              END-IF
              PERFORM SPOOL-AUDIT-DEADLETTER
           END-IF
           PERFORM APPEND-LINEAGE-RECORD.

      * Batch and sweep records are traced to the feed file and its
      * line number (header included), server requests to their
      * request file; console entries carry no file.
       APPEND-LINEAGE-RECORD.
           IF WS-DRY-RUN-MODE
              CONTINUE
           ELSE
              MOVE SPACES TO WS-LINEAGE-FILENAME
              STRING "lineage" DELIMITED BY SIZE
                     WS-AUDIT-FILENAME (6:) DELIMITED BY SPACE
                     INTO WS-LINEAGE-FILENAME
              END-STRING
              OPEN EXTEND LINEAGE-FILE
              IF WS-LINEAGE-STATUS = "35"
                 OPEN OUTPUT LINEAGE-FILE
              END-IF
              IF WS-LINEAGE-STATUS = "00"
                 MOVE SPACES TO LINEAGE-RECORD
                 MOVE CALC-REC-TRANS-ID TO LIN-TRANS-ID
                 MOVE WS-RUN-ID TO LIN-RUN-ID
                 EVALUATE TRUE
                    WHEN WS-SERVER-RUN
                       MOVE "SERVEUR" TO LIN-FEED-SOURCE
                       MOVE 1 TO LIN-REC-NUM
                       MOVE WS-REQUEST-FILENAME TO LIN-INPUT-FILE
                    WHEN WS-BATCH-RUN
                       MOVE WS-FEED-SOURCE TO LIN-FEED-SOURCE
                       MOVE WS-CURRENT-REC-NUM TO LIN-REC-NUM
                       MOVE WS-TRANS-FILENAME TO LIN-INPUT-FILE
                    WHEN OTHER
                       MOVE "CONSOLE" TO LIN-FEED-SOURCE
                       MOVE 0 TO LIN-REC-NUM
                 END-EVALUATE
                 WRITE LINEAGE-RECORD
                 CLOSE LINEAGE-FILE
              END-IF
           END-IF.

       SPOOL-AUDIT-DEADLETTER.
              MOVE WS-CURRENT-DATE TO DL-DATE
              MOVE WS-DL-TIME-NOW (1:6) TO DL-TIME
              MOVE WS-AUDIT-FILE-STATUS TO DL-STATUS
              MOVE WS-FILE-CONTENT (1:248) TO DL-CONTENT
              WRITE DEADLETTER-RECORD
              CLOSE DEADLETTER-FILE
              ADD 1 TO WS-DEADLETTER-COUNT

       VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           MOVE "N" TO WS-SCREEN-HIT-FLAG
           MOVE "VAL" TO WS-SUSPENSE-REASON
           IF WS-NUM1 NOT NUMERIC OR WS-NUM2 NOT NUMERIC
              MOVE "N" TO WS-INPUT-VALID-FLAG
              END-IF
              MOVE "N" TO WS-TAX-FOUND-FLAG
              MOVE 0 TO WS-TAX-BEST-EFF
              IF WS-TAX-KEYED
                 PERFORM SELECT-KEYED-TAX-RATE
              ELSE
                 PERFORM SELECT-TAX-RATE VARYING WS-TAX-IDX FROM 1 BY 1
                    UNTIL WS-TAX-IDX > WS-TAX-USED
              END-IF
              IF NOT WS-TAX-FOUND
                 MOVE "N" TO WS-TAX-VALID-FLAG
                 IF WS-LOCALE-EN
              END-IF
           END-IF.

       SELECT-KEYED-TAX-RATE.
           CALL "TAX_KEYED" USING WS-REC-TAX-CODE, WS-TAX-SELECT-DATE,
                                  WS-TAX-KEYED-RECORD, WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              SET WS-TAX-FOUND TO TRUE
              MOVE TX-EFF-DATE TO WS-TAX-BEST-EFF
              MOVE TX-RATE TO WS-TAX-RATE
           END-IF.

       FIND-TAX-VERSION.
           IF WS-REC-TAX-CODE = WS-TAX-TBL-CODE (WS-TAX-IDX)
              AND TAX-EFF-DATE = WS-TAX-TBL-EFF (WS-TAX-IDX)
           END-IF
           MOVE 0 TO WS-TAX-USED
           MOVE "N" TO WS-TAX-EOF-FLAG
           MOVE "TAX" TO WS-MASTER-CODE
           CALL "MASTER_LOOKUP" USING WS-MASTER-CODE, WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              SET WS-TAX-KEYED TO TRUE
           ELSE
              OPEN INPUT TAX-FILE
              IF WS-TAX-FILE-STATUS = "00"
                 PERFORM READ-TAX-RECORD
                 PERFORM LOAD-ONE-TAX UNTIL WS-TAX-EOF
                    OR WS-TAX-USED >= WS-TAX-MAX
                 CLOSE TAX-FILE
                 IF NOT WS-TAX-EOF AND WS-TAX-USED >= WS-TAX-MAX
                    MOVE WS-TAX-FILENAME TO WS-OVERFLOW-FILENAME
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
              END-IF
           END-IF.

           END-IF
           MOVE 0 TO WS-ACCT-USED
           MOVE "N" TO WS-ACCOUNT-EOF-FLAG
           MOVE "ACC" TO WS-MASTER-CODE
           CALL "MASTER_LOOKUP" USING WS-MASTER-CODE, WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              SET WS-ACCT-KEYED TO TRUE
              SET WS-ACCT-LOADED TO TRUE
           ELSE
              OPEN INPUT ACCOUNT-FILE
              IF WS-ACCOUNT-FILE-STATUS = "00"
                 SET WS-ACCT-LOADED TO TRUE
                 PERFORM READ-ACCOUNT-RECORD
                 PERFORM LOAD-ONE-ACCOUNT UNTIL WS-ACCOUNT-EOF
                    OR WS-ACCT-USED >= WS-ACCT-MAX
                 CLOSE ACCOUNT-FILE
                 IF NOT WS-ACCOUNT-EOF
                    AND WS-ACCT-USED >= WS-ACCT-MAX
                    MOVE WS-ACCOUNT-FILENAME TO WS-OVERFLOW-FILENAME
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
              END-IF
           END-IF.

              MOVE ACCT-STATUS TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
              MOVE ACCT-ENTITY TO WS-ACCT-TBL-ENTITY (WS-ACCT-USED)
              MOVE ACCT-CURRENCY TO WS-ACCT-TBL-CCY (WS-ACCT-USED)
              MOVE ACCT-NAME   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
              CALL "BANK_ID_CHECK" USING ACCT-IBAN, ACCT-BIC,
                   WS-ACCT-TBL-BANK-STATUS (WS-ACCT-USED)
              IF WS-ACCT-TBL-BANK-STATUS (WS-ACCT-USED) NOT = 0
                 IF WS-LOCALE-EN
                    DISPLAY "WARNING: account " ACCT-ID
                            " invalid IBAN/BIC (code "
                            WS-ACCT-TBL-BANK-STATUS (WS-ACCT-USED)
                            "), postings will be rejected"
                 ELSE
                    DISPLAY "AVERTISSEMENT: compte " ACCT-ID
                            " IBAN/BIC invalide (code "
                            WS-ACCT-TBL-BANK-STATUS (WS-ACCT-USED)
                            "), imputations rejetees"
                 END-IF
              END-IF
           END-IF
           PERFORM READ-ACCOUNT-RECORD.

           END-IF
           MOVE 0 TO WS-LIM-USED
           MOVE "N" TO WS-LIMIT-EOF-FLAG
           MOVE "LIM" TO WS-MASTER-CODE
           CALL "MASTER_LOOKUP" USING WS-MASTER-CODE, WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              SET WS-LIM-KEYED TO TRUE
           ELSE
              OPEN INPUT LIMIT-FILE
              IF WS-LIMIT-FILE-STATUS = "00"
                 PERFORM READ-LIMIT-RECORD
                 PERFORM LOAD-ONE-LIMIT UNTIL WS-LIMIT-EOF
                    OR WS-LIM-USED >= WS-LIM-MAX
                 CLOSE LIMIT-FILE
                 IF NOT WS-LIMIT-EOF AND WS-LIM-USED >= WS-LIM-MAX
                    MOVE WS-LIMIT-FILENAME TO WS-OVERFLOW-FILENAME
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
              END-IF
              IF WS-LIM-USED > 0
                 PERFORM SEED-LIMIT-MTD
              END-IF
           END-IF.

       READ-LIMIT-RECORD.
           END-IF
           PERFORM READ-BALANCE-RECORD.

       LOOKUP-LIMIT-ENTRY.
           MOVE "N" TO WS-LIM-FOUND-FLAG
           PERFORM FIND-LIMIT-ENTRY
              VARYING WS-LIM-IDX FROM 1 BY 1
              UNTIL WS-LIM-IDX > WS-LIM-USED OR WS-LIM-FOUND
           IF NOT WS-LIM-FOUND AND WS-LIM-KEYED
              PERFORM CACHE-KEYED-LIMIT
           END-IF.

      * A user met for the first time in the run is read from the
      * keyed limit master and kept in the table, with the month to
      * date seeded from the balance master as the full load does.
       CACHE-KEYED-LIMIT.
           CALL "LIMIT_KEYED" USING WS-LIM-LOOKUP-USER,
                                    WS-LIM-KEYED-RECORD,
                                    WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              IF WS-LIM-USED >= WS-LIM-MAX
                 MOVE WS-LIMIT-FILENAME TO WS-OVERFLOW-FILENAME
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-LIM-USED
              MOVE LX-USER-ID TO WS-LIM-TBL-USER (WS-LIM-USED)
              MOVE LX-SINGLE TO WS-LIM-TBL-SINGLE (WS-LIM-USED)
              MOVE LX-DAILY TO WS-LIM-TBL-DAILY (WS-LIM-USED)
              MOVE LX-MONTHLY TO WS-LIM-TBL-MONTHLY (WS-LIM-USED)
              MOVE 0 TO WS-LIM-TBL-MTD (WS-LIM-USED)
              MOVE 0 TO WS-LIM-TBL-RUN-TOT (WS-LIM-USED)
              MOVE WS-LIM-USED TO WS-LIM-IDX
              OPEN INPUT BALANCE-IDX-FILE
              IF WS-BAL-IDX-STATUS = "00"
                 MOVE WS-LIM-LOOKUP-USER TO BAL-IDX-USER
                 READ BALANCE-IDX-FILE
                    KEY IS BAL-IDX-USER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE BAL-IDX-MTD TO WS-LIM-TBL-MTD (WS-LIM-IDX)
                 END-READ
                 CLOSE BALANCE-IDX-FILE
              ELSE
                 PERFORM SEED-LIMIT-MTD
                 MOVE WS-LIM-USED TO WS-LIM-IDX
                 MOVE WS-LIM-TBL-USER (WS-LIM-IDX)
                    TO WS-LIM-LOOKUP-USER
              END-IF
              SET WS-LIM-FOUND TO TRUE
           END-IF.

       FIND-LIMIT-ENTRY.
           IF WS-LIM-TBL-USER (WS-LIM-IDX) = WS-LIM-LOOKUP-USER
              SET WS-LIM-FOUND TO TRUE
              SUBTRACT 1 FROM WS-LIM-IDX
           END-IF.

      * Only cases at the block level are kept; the earlier levels
      * are letters and referrals and do not stop a posting.
       LOAD-COLLECTION-BLOCKS.
           ACCEPT WS-COLLECTION-FILENAME FROM ENVIRONMENT
                  "COLLECTIONS_FILE"
           IF WS-COLLECTION-FILENAME = SPACES
              MOVE "collections.dat" TO WS-COLLECTION-FILENAME
           END-IF
           MOVE 0 TO WS-CBLK-USED
           MOVE "N" TO WS-COLLECTION-EOF-FLAG
           OPEN INPUT COLLECTION-FILE
           IF WS-COLLECTION-STATUS = "00"
              PERFORM READ-COLLECTION-RECORD
              PERFORM LOAD-ONE-COLLECTION-BLOCK
                 UNTIL WS-COLLECTION-EOF
                 OR WS-CBLK-USED >= WS-CBLK-MAX
              CLOSE COLLECTION-FILE
              IF NOT WS-COLLECTION-EOF
                 AND WS-CBLK-USED >= WS-CBLK-MAX
                 MOVE WS-COLLECTION-FILENAME TO WS-OVERFLOW-FILENAME
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
           END-IF.

       READ-COLLECTION-RECORD.
           READ COLLECTION-FILE
              AT END
                 SET WS-COLLECTION-EOF TO TRUE
           END-READ.

       LOAD-ONE-COLLECTION-BLOCK.
           IF CL-USER NOT = SPACES AND CL-BLOCKED
              ADD 1 TO WS-CBLK-USED
              MOVE CL-USER TO WS-CBLK-TBL-USER (WS-CBLK-USED)
           END-IF
           PERFORM READ-COLLECTION-RECORD.

       CHECK-COLLECTION-BLOCK.
           MOVE "N" TO WS-CBLK-FOUND-FLAG
           PERFORM FIND-COLLECTION-BLOCK
              VARYING WS-CBLK-IDX FROM 1 BY 1
              UNTIL WS-CBLK-IDX > WS-CBLK-USED OR WS-CBLK-FOUND
           IF WS-CBLK-FOUND
              MOVE "B" TO WS-LIMIT-ACTION
              IF WS-LOCALE-EN
                 DISPLAY "COLLECTIONS: record " WS-CURRENT-REC-NUM
                         " debits blocked user "
                         FUNCTION TRIM (WS-USER-NAME)
              ELSE
                 DISPLAY "RECOUVREMENT: enr. " WS-CURRENT-REC-NUM
                         " debite l'utilisateur bloque "
                         FUNCTION TRIM (WS-USER-NAME)
              END-IF
           END-IF.

       FIND-COLLECTION-BLOCK.
           IF WS-CBLK-TBL-USER (WS-CBLK-IDX) = WS-USER-NAME
              SET WS-CBLK-FOUND TO TRUE
           END-IF.

       VALIDATE-ACCOUNT.
           MOVE "Y" TO WS-ACCOUNT-VALID-FLAG
           IF TRANS-ACCOUNT = SPACES OR TRANS-ACCOUNT = LOW-VALUES
           ELSE
              MOVE TRANS-ACCOUNT TO WS-REC-ACCOUNT
              IF WS-ACCT-LOADED
                 PERFORM LOOKUP-ACCOUNT-ENTRY
                 IF NOT WS-ACCT-FOUND
                    MOVE "N" TO WS-ACCOUNT-VALID-FLAG
                    IF WS-LOCALE-EN
                                  " compte " WS-REC-ACCOUNT
                                  " cloture"
                       END-IF
                    ELSE
                    IF WS-ACCT-TBL-BANK-STATUS (WS-ACCT-IDX) NOT = 0
                       MOVE "N" TO WS-ACCOUNT-VALID-FLAG
                       IF WS-LOCALE-EN
                          DISPLAY "Error: record " WS-CURRENT-REC-NUM
                                  " account " WS-REC-ACCOUNT
                                  " has invalid bank details"
                       ELSE
                          DISPLAY "Erreur: enr. " WS-CURRENT-REC-NUM
                                  " compte " WS-REC-ACCOUNT
                                  " coordonnees bancaires invalides"
                       END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-ACCOUNT-VALID AND WS-WL-USED > 0
              PERFORM SCREEN-COUNTERPARTIES
           END-IF.

       LOOKUP-ACCOUNT-ENTRY.
           MOVE "N" TO WS-ACCT-FOUND-FLAG
           IF WS-ACCT-KEYED
              CALL "ACCOUNT_KEYED" USING WS-REC-ACCOUNT,
                                         WS-ACCT-KEYED-RECORD,
                                         WS-KEYED-STATUS
              IF WS-KEYED-STATUS = 0
                 MOVE 1 TO WS-ACCT-IDX
                 MOVE AX-ACCT-ID TO WS-ACCT-TBL-ID (1)
                 MOVE AX-STATUS TO WS-ACCT-TBL-STATUS (1)
                 MOVE AX-ENTITY TO WS-ACCT-TBL-ENTITY (1)
                 MOVE AX-CURRENCY TO WS-ACCT-TBL-CCY (1)
                 MOVE AX-NAME TO WS-ACCT-TBL-NAME (1)
                 MOVE AX-BANK-STATUS TO WS-ACCT-TBL-BANK-STATUS (1)
                 SET WS-ACCT-FOUND TO TRUE
              END-IF
           ELSE
              PERFORM FIND-ACCOUNT-ENTRY
                 VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > WS-ACCT-USED
                    OR WS-ACCT-FOUND
           END-IF.

       FIND-ACCOUNT-ENTRY.
              SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.

      * Three names are screened: the account holder on the master,
      * the counterparty named by the feed and the poster.  The best
      * score across them decides; at or above SCREEN_THRESHOLD the
      * record is parked for compliance instead of being posted.
       SCREEN-COUNTERPARTIES.
           MOVE 0 TO WS-SCREEN-BEST-SCORE
           IF WS-REC-ACCOUNT NOT = SPACES AND WS-ACCT-LOADED
              AND WS-ACCT-FOUND
              MOVE WS-ACCT-TBL-NAME (WS-ACCT-IDX) TO WS-SCREEN-NAME
              MOVE "A" TO WS-SCREEN-SUBJECT-TYPE
              PERFORM SCREEN-ONE-NAME
           END-IF
           IF TRANS-CPTY-NAME NOT = SPACES
              AND TRANS-CPTY-NAME NOT = LOW-VALUES
              MOVE TRANS-CPTY-NAME TO WS-SCREEN-NAME
              MOVE "C" TO WS-SCREEN-SUBJECT-TYPE
              PERFORM SCREEN-ONE-NAME
           END-IF
           IF NOT WS-USER-SCREENED
              SET WS-USER-SCREENED TO TRUE
              MOVE 0 TO WS-USER-SCREEN-SCORE
              MOVE WS-USER-NAME TO WS-SCREEN-NAME
              PERFORM SCREEN-USER-NAME
                 VARYING WS-WL-IDX FROM 1 BY 1
                 UNTIL WS-WL-IDX > WS-WL-USED
           END-IF
           IF WS-USER-SCREEN-SCORE > WS-SCREEN-BEST-SCORE
              MOVE WS-USER-SCREEN-SCORE TO WS-SCREEN-BEST-SCORE
              MOVE "U" TO WS-SCREEN-BEST-TYPE
              MOVE WS-USER-NAME TO WS-SCREEN-BEST-SUBJECT
              MOVE WS-USER-SCREEN-ID TO WS-SCREEN-BEST-ID
              MOVE WS-USER-SCREEN-NAME TO WS-SCREEN-BEST-NAME
           END-IF
           IF WS-SCREEN-BEST-SCORE >= WS-SCREEN-THRESHOLD
              SET WS-SCREEN-HIT TO TRUE
              IF WS-LOCALE-EN
                 DISPLAY "SCREENING: record " WS-CURRENT-REC-NUM " "
                         FUNCTION TRIM (WS-SCREEN-BEST-SUBJECT)
                         " matches " WS-SCREEN-BEST-ID
                         " score " WS-SCREEN-BEST-SCORE
              ELSE
                 DISPLAY "FILTRAGE: enr. " WS-CURRENT-REC-NUM " "
                         FUNCTION TRIM (WS-SCREEN-BEST-SUBJECT)
                         " proche de " WS-SCREEN-BEST-ID
                         " score " WS-SCREEN-BEST-SCORE
              END-IF
           END-IF.

       SCREEN-ONE-NAME.
           PERFORM SCREEN-AGAINST-ENTRY
              VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WL-USED.

       SCREEN-AGAINST-ENTRY.
           MOVE WS-WL-TBL-NAME (WS-WL-IDX) TO WS-SCREEN-LISTED
           CALL "NAME_MATCH" USING WS-SCREEN-NAME, WS-SCREEN-LISTED,
                                   WS-SCREEN-SCORE
           IF WS-SCREEN-SCORE > WS-SCREEN-BEST-SCORE
              MOVE WS-SCREEN-SCORE TO WS-SCREEN-BEST-SCORE
              MOVE WS-SCREEN-SUBJECT-TYPE TO WS-SCREEN-BEST-TYPE
              MOVE WS-SCREEN-NAME TO WS-SCREEN-BEST-SUBJECT
              MOVE WS-WL-TBL-ID (WS-WL-IDX) TO WS-SCREEN-BEST-ID
              MOVE WS-WL-TBL-NAME (WS-WL-IDX) TO WS-SCREEN-BEST-NAME
           END-IF.

       SCREEN-USER-NAME.
           MOVE WS-WL-TBL-NAME (WS-WL-IDX) TO WS-SCREEN-LISTED
           CALL "NAME_MATCH" USING WS-SCREEN-NAME, WS-SCREEN-LISTED,
                                   WS-SCREEN-SCORE
           IF WS-SCREEN-SCORE > WS-USER-SCREEN-SCORE
              MOVE WS-SCREEN-SCORE TO WS-USER-SCREEN-SCORE
              MOVE WS-WL-TBL-ID (WS-WL-IDX) TO WS-USER-SCREEN-ID
              MOVE WS-WL-TBL-NAME (WS-WL-IDX) TO WS-USER-SCREEN-NAME
           END-IF.

       LOAD-WATCHLIST.
           ACCEPT WS-WATCHLIST-FILENAME FROM ENVIRONMENT
                  "WATCHLIST_FILE"
           IF WS-WATCHLIST-FILENAME = SPACES
              MOVE "watchlist.dat" TO WS-WATCHLIST-FILENAME
           END-IF
           ACCEPT WS-SCREEN-THRESHOLD-TEXT FROM ENVIRONMENT
                  "SCREEN_THRESHOLD"
           IF WS-SCREEN-THRESHOLD-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-SCREEN-THRESHOLD-TEXT)
                 TO WS-SCREEN-THRESHOLD
           END-IF
           MOVE 0 TO WS-WL-USED
           MOVE "N" TO WS-WATCHLIST-EOF-FLAG
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = "00"
              PERFORM READ-WATCHLIST-RECORD
              PERFORM LOAD-ONE-WATCHLIST UNTIL WS-WATCHLIST-EOF
                 OR WS-WL-USED >= WS-WL-MAX
              CLOSE WATCHLIST-FILE
              IF NOT WS-WATCHLIST-EOF
                 AND WS-WL-USED >= WS-WL-MAX
                 MOVE WS-WATCHLIST-FILENAME TO WS-OVERFLOW-FILENAME
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
           END-IF.

       READ-WATCHLIST-RECORD.
           READ WATCHLIST-FILE
              AT END
                 SET WS-WATCHLIST-EOF TO TRUE
           END-READ.

       LOAD-ONE-WATCHLIST.
           IF WL-NAME NOT = SPACES
              ADD 1 TO WS-WL-USED
              MOVE WL-ID   TO WS-WL-TBL-ID (WS-WL-USED)
              MOVE WL-NAME TO WS-WL-TBL-NAME (WS-WL-USED)
           END-IF
           PERFORM READ-WATCHLIST-RECORD.

      * Same bookkeeping as a hold: the result is already in the
      * batch accumulator, so the hash base is lowered to match what
      * is actually posted.
       WRITE-COMPLIANCE-RECORD.
           OPEN EXTEND COMPLIANCE-FILE
           IF WS-COMPLIANCE-STATUS = "35"
              OPEN OUTPUT COMPLIANCE-FILE
           END-IF
           IF WS-COMPLIANCE-STATUS = "00"
              MOVE SPACES TO COMPLIANCE-RECORD
              MOVE "P" TO CMP-STATE
              MOVE WS-RUN-DATE-YMD TO CMP-DATE
              MOVE WS-SCREEN-BEST-SCORE TO CMP-SCORE
              MOVE WS-SCREEN-BEST-TYPE TO CMP-SUBJECT-TYPE
              MOVE WS-SCREEN-BEST-SUBJECT TO CMP-SUBJECT
              MOVE WS-SCREEN-BEST-ID TO CMP-LISTED-ID
              MOVE WS-SCREEN-BEST-NAME TO CMP-LISTED-NAME
              MOVE WS-CALC-RECORD TO CMP-CALC-DATA
              WRITE COMPLIANCE-RECORD
              CLOSE COMPLIANCE-FILE
              ADD 1 TO WS-BATCH-SCREEN-COUNT
              IF WS-BATCH-RUN
                 SUBTRACT WS-RESULT FROM WS-CHECKPOINT-HASH-BASE
              END-IF
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "FILTRAGE: " DELIMITED BY SIZE
                     CALC-REC-TRANS-ID DELIMITED BY SIZE
                     " PROCHE DE " DELIMITED BY SIZE
                     WS-SCREEN-BEST-ID DELIMITED BY SIZE
                     " SCORE " DELIMITED BY SIZE
                     WS-SCREEN-BEST-SCORE DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              PERFORM WRITE-OPS-ALERT
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Error: compliance queue not available, "
                         "record rejected to suspense"
              ELSE
                 DISPLAY "Erreur: file de conformite indisponible, "
                         "enregistrement mis en suspens"
              END-IF
              MOVE "SCR" TO WS-SUSPENSE-REASON
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       BATCH-PROCEDURE.
           MOVE 0 TO WS-BATCH-ROUND-DIFF
           PERFORM CHECK-INPUT-REGISTER
              PERFORM WRITE-OPS-ALERT
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM VERIFY-FEED-SEAL
              IF WS-SEAL-FAILED
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: feed seal missing or invalid for "
                            FUNCTION TRIM (WS-SEAL-PARTNER)
                            " - file rejected"
                 ELSE
                    DISPLAY "ERREUR: scelle du fichier absent ou "
                            "invalide pour "
                            FUNCTION TRIM (WS-SEAL-PARTNER)
                            " - fichier rejete"
                 END-IF
                 MOVE "SEVERE" TO WS-ALERT-SEVERITY
                 MOVE SPACES TO WS-ALERT-TEXT
                 STRING "SCELLE INVALIDE: " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-TRANS-FILENAME)
                           DELIMITED BY SIZE
                        INTO WS-ALERT-TEXT
                 END-STRING
                 PERFORM WRITE-OPS-ALERT
                 MOVE 12 TO WS-RETURN-CODE
              ELSE
                 PERFORM RUN-BATCH-FILE
              END-IF
           END-IF.

      * A feed whose header names a partner holding a seal key must
      * carry, in its trailer, the key in force on the feed date and
      * the seal of its contents; the checksum pass has already
      * picked up both.  Partners without a key still send unsealed
      * files, and feeds without a header are not sealed at all.  A
      * key file that is missing or open to others proves nothing
      * about any partner, so every headed feed is refused.
       VERIFY-FEED-SEAL.
           MOVE "N" TO WS-SEAL-FAILED-FLAG
           IF WS-SEAL-PARTNER NOT = SPACES
              CALL "SEAL_VERIFY_OPEN" USING WS-SEAL-PARTNER,
                   WS-SEAL-DATE, WS-SEAL-TRL-KEY-ID, WS-SEAL-STATUS
              IF NOT WS-SEAL-NO-KEY
                 IF NOT WS-SEAL-OK OR WS-SEAL-TRL-VALUE = SPACES
                    SET WS-SEAL-FAILED TO TRUE
                 ELSE
                    PERFORM RECOMPUTE-FEED-SEAL
                    IF WS-SEAL-VALUE NOT = WS-SEAL-TRL-VALUE
                       SET WS-SEAL-FAILED TO TRUE
                    END-IF
                 END-IF
                 IF WS-SEAL-UNPROTECTED
                    IF WS-LOCALE-EN
                       DISPLAY "ERROR: seal key file missing or "
                               "not protected"
                    ELSE
                       DISPLAY "ERREUR: fichier des cles de "
                               "scellement absent ou non protege"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       RECOMPUTE-FEED-SEAL.
           MOVE "N" TO WS-TRANS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
              PERFORM SEAL-ONE-FEED-RECORD UNTIL WS-TRANS-EOF
              CLOSE TRANS-FILE
           END-IF
           MOVE "N" TO WS-TRANS-EOF-FLAG
           CALL "SEAL_CLOSE" USING WS-SEAL-VALUE.

       SEAL-ONE-FEED-RECORD.
           READ TRANS-FILE
              AT END
                 SET WS-TRANS-EOF TO TRUE
              NOT AT END
                 MOVE TRANS-RECORD TO WS-SEAL-LINE
                 IF TTRL-TYPE = "TRL"
                    MOVE SPACES TO WS-SEAL-LINE (27:22)
                 END-IF
                 CALL "SEAL_UTILS" USING WS-SEAL-LINE
           END-READ.

       RUN-BATCH-FILE.
           ACCEPT WS-FLOOR-TEXT FROM ENVIRONMENT "BALANCE_FLOOR"
           IF WS-FLOOR-TEXT NOT = SPACES
              COMPUTE WS-BALANCE-FLOOR =
                 FUNCTION NUMVAL (WS-FLOOR-TEXT)
           END-IF
           PERFORM LOAD-FRAUD-RULES
           IF NOT WS-BAL-PRELOADED
              PERFORM PRELOAD-BALANCE-MASTER
           END-IF
           IF NOT WS-DRY-RUN-MODE
              PERFORM WRITE-FEED-ACK
              PERFORM APPEND-FEED-STATS
              IF WS-FRD-RULE-USED > 0
                 PERFORM APPEND-FRAUD-STATS
                 PERFORM SAVE-FRAUD-PROFILE
              END-IF
           END-IF
           IF WS-BATCH-SCREEN-COUNT > 0 AND NOT WS-SILENT-MODE
              IF WS-LOCALE-EN
                 DISPLAY "Records parked for compliance review: "
                         WS-BATCH-SCREEN-COUNT
              ELSE
                 DISPLAY "Enregistrements en revue de conformite: "
                         WS-BATCH-SCREEN-COUNT
              END-IF
           END-IF
           IF WS-BATCH-HELD-COUNT > 0 AND NOT WS-SILENT-MODE
              IF WS-LOCALE-EN
       COMPUTE-FILE-CHECKSUM.
           MOVE 0 TO WS-CHECKSUM-WORK
           MOVE 0 TO WS-FILE-REC-COUNT
           MOVE SPACES TO WS-SEAL-PARTNER
           MOVE SPACES TO WS-SEAL-DATE
           MOVE SPACES TO WS-SEAL-TRL-KEY-ID
           MOVE SPACES TO WS-SEAL-TRL-VALUE
           MOVE "N" TO WS-TRANS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
                 SET WS-TRANS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-FILE-REC-COUNT
                 IF TRANS-DEPARTMENT = SPACES
                    MOVE 74 TO WS-CHECKSUM-LEN
                 ELSE
                    MOVE 84 TO WS-CHECKSUM-LEN
                 END-IF
                 IF TRANS-CPTY-NAME NOT = SPACES
                    MOVE 114 TO WS-CHECKSUM-LEN
                 END-IF
                 PERFORM CHECKSUM-ONE-BYTE
                    VARYING WS-CHECKSUM-IDX FROM 1 BY 1
                    UNTIL WS-CHECKSUM-IDX > WS-CHECKSUM-LEN
                 PERFORM CAPTURE-SEAL-FIELDS
           END-READ.

       CAPTURE-SEAL-FIELDS.
           IF WS-FILE-REC-COUNT = 1 AND THDR-TYPE = "HDR"
              MOVE THDR-SOURCE TO WS-SEAL-PARTNER
              MOVE THDR-DATE TO WS-SEAL-DATE
           END-IF
           IF TTRL-TYPE = "TRL"
              MOVE TTRL-SEAL-KEY-ID TO WS-SEAL-TRL-KEY-ID
              MOVE TTRL-SEAL TO WS-SEAL-TRL-VALUE
           END-IF.

       CHECKSUM-ONE-BYTE.
           COMPUTE WS-CHECKSUM-BYTE =
              FUNCTION ORD (TRANS-RECORD (WS-CHECKSUM-IDX:1))
              MOVE "P" TO HOLD-STATE
              MOVE WS-RUN-DATE-YMD TO HOLD-DATE
              MOVE WS-CALC-RECORD TO HOLD-CALC-DATA
              MOVE WS-FRD-HIT-RULE TO HOLD-RULE
              WRITE HOLD-RECORD
              CLOSE HOLD-FILE
              ADD 1 TO WS-BATCH-HELD-COUNT
              IF WS-FRAUD-HIT AND NOT WS-DRY-RUN-MODE
                 PERFORM APPEND-FRAUD-HIT
              END-IF
              SUBTRACT WS-RESULT FROM WS-CHECKPOINT-HASH-BASE
              IF NOT WS-SILENT-MODE
                 IF WS-LOCALE-EN
                    DISPLAY "EN ATTENTE: " CALC-REC-TRANS-ID
                            " soumis a approbation du superviseur"
                 END-IF
                 IF WS-FRAUD-HIT
                    IF WS-LOCALE-EN
                       DISPLAY "  fraud rule " WS-FRD-HIT-RULE
                    ELSE
                       DISPLAY "  regle de fraude " WS-FRD-HIT-RULE
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF WS-LOCALE-EN
           IF WS-BAL-FOUND
              ADD WS-RESULT TO WS-BALT-DELTA (WS-BAL-IDX)
              MOVE "Y" TO WS-BALT-TOUCHED-FLAG (WS-BAL-IDX)
           END-IF
           IF WS-REC-ACCOUNT NOT = SPACES
              PERFORM NOTE-ACCOUNT-LEDGER
           END-IF.

      * The counterparty account carries the same movement in its
      * own currency; a record booked in another currency is
      * crossed through the rate table (both rates are quoted
      * against the same base).
       NOTE-ACCOUNT-LEDGER.
           MOVE "N" TO WS-ALG-FOUND-FLAG
           PERFORM FIND-LEDGER-ENTRY
              VARYING WS-ALG-IDX FROM 1 BY 1
              UNTIL WS-ALG-IDX > WS-ALG-USED OR WS-ALG-FOUND
           IF NOT WS-ALG-FOUND
              IF WS-ALG-USED < WS-ALG-MAX
                 ADD 1 TO WS-ALG-USED
                 MOVE WS-ALG-USED TO WS-ALG-IDX
                 MOVE WS-REC-ACCOUNT TO WS-ALGT-ACCOUNT (WS-ALG-IDX)
                 MOVE WS-CURRENCY-CODE TO WS-ALGT-CCY (WS-ALG-IDX)
                 IF WS-ACCT-LOADED
                    PERFORM LOOKUP-ACCOUNT-ENTRY
                    IF WS-ACCT-FOUND
                       AND WS-ACCT-TBL-CCY (WS-ACCT-IDX) NOT = SPACES
                       MOVE WS-ACCT-TBL-CCY (WS-ACCT-IDX)
                          TO WS-ALGT-CCY (WS-ALG-IDX)
                    END-IF
                 END-IF
                 MOVE 0 TO WS-ALGT-CURRENT (WS-ALG-IDX)
                 MOVE 0 TO WS-ALGT-MTD (WS-ALG-IDX)
                 MOVE 0 TO WS-ALGT-YTD (WS-ALG-IDX)
                 MOVE 0 TO WS-ALGT-LAST (WS-ALG-IDX)
                 MOVE 0 TO WS-ALGT-MONTH (WS-ALG-IDX)
                 MOVE 0 TO WS-ALGT-DELTA (WS-ALG-IDX)
                 MOVE "N" TO WS-ALGT-TOUCHED-FLAG (WS-ALG-IDX)
                 SET WS-ALG-FOUND TO TRUE
              ELSE
                 MOVE WS-ACCT-LEDGER-FILENAME TO WS-OVERFLOW-FILENAME
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
           END-IF
           IF WS-ALG-FOUND
              MOVE WS-RESULT TO WS-ALG-AMOUNT
              IF WS-ALGT-CCY (WS-ALG-IDX) NOT = WS-CURRENCY-CODE
                 CALL "CURRENCY_UTILS" USING WS-ALGT-CCY (WS-ALG-IDX),
                                              WS-ALG-RATE,
                                              WS-ALG-RATE-STATUS,
                                              WS-ALG-RATE-DATE
                 IF WS-ALG-RATE > 0
                    COMPUTE WS-ALG-AMOUNT ROUNDED =
                       WS-RESULT * WS-FX-RATE / WS-ALG-RATE
                       ON SIZE ERROR
                          MOVE WS-RESULT TO WS-ALG-AMOUNT
                    END-COMPUTE
                 END-IF
              END-IF
              ADD WS-ALG-AMOUNT TO WS-ALGT-DELTA (WS-ALG-IDX)
              MOVE "Y" TO WS-ALGT-TOUCHED-FLAG (WS-ALG-IDX)
           END-IF.

       FIND-LEDGER-ENTRY.
           IF WS-REC-ACCOUNT = WS-ALGT-ACCOUNT (WS-ALG-IDX)
              SET WS-ALG-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ALG-IDX
           END-IF.

      * In indexed mode only the users a run actually touches are
                 VARYING WS-BAL-IDX FROM 1 BY 1
                 UNTIL WS-BAL-IDX > WS-BAL-USED
           END-IF
           END-IF
           PERFORM POST-ACCOUNT-LEDGER.

      * Indexed posting touches only the changed records: one keyed
      * READ and one REWRITE (or WRITE for a new user) per touched
              TO WS-BALT-YTD (WS-BAL-IDX)
           MOVE WS-CURRENT-DATE TO WS-BALT-LAST (WS-BAL-IDX).

      * The account sub-ledger is small enough to stay sequential:
      * merged with the file on disk and rewritten whole, with the
      * same lazy month and year roll as the user balances.
       POST-ACCOUNT-LEDGER.
           IF WS-ALG-USED = 0
              CONTINUE
           ELSE
              MOVE WS-CURRENT-DATE (1:6) TO WS-RUN-MONTH
              OPEN OUTPUT NEW-ACCT-LEDGER-FILE
              OPEN EXTEND ACCT-LEDGER-HIST-FILE
              IF WS-ACCT-LEDGER-HIST-STATUS = "35"
                 OPEN OUTPUT ACCT-LEDGER-HIST-FILE
              END-IF
              IF WS-ACCT-LEDGER-HIST-STATUS = "00"
                 SET WS-ACCT-LEDGER-HIST-IS-OPEN TO TRUE
              END-IF
              MOVE "N" TO WS-ACCT-LEDGER-EOF-FLAG
              OPEN INPUT ACCT-LEDGER-FILE
              IF WS-ACCT-LEDGER-STATUS = "00"
                 PERFORM READ-ACCT-LEDGER-RECORD
                 PERFORM MERGE-ONE-LEDGER UNTIL WS-ACCT-LEDGER-EOF
                 CLOSE ACCT-LEDGER-FILE
              END-IF
              PERFORM WRITE-ONE-LEDGER
                 VARYING WS-ALG-IDX FROM 1 BY 1
                 UNTIL WS-ALG-IDX > WS-ALG-USED
              CLOSE NEW-ACCT-LEDGER-FILE
              IF WS-ACCT-LEDGER-HIST-IS-OPEN
                 CLOSE ACCT-LEDGER-HIST-FILE
                 MOVE "N" TO WS-ACCT-LEDGER-HIST-OPEN-FLAG
              END-IF
              MOVE SPACES TO WS-SWEEP-CMD
              STRING "mv -f " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-NEW-ACCT-LEDGER-FILENAME)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-ACCT-LEDGER-FILENAME)
                        DELIMITED BY SIZE
                     INTO WS-SWEEP-CMD
              END-STRING
              CALL "SYSTEM" USING WS-SWEEP-CMD
                  RETURNING WS-SWEEP-CMD-RC
              PERFORM CLEAR-LEDGER-DELTA
                 VARYING WS-ALG-IDX FROM 1 BY 1
                 UNTIL WS-ALG-IDX > WS-ALG-USED
           END-IF.

       READ-ACCT-LEDGER-RECORD.
           READ ACCT-LEDGER-FILE
              AT END
                 SET WS-ACCT-LEDGER-EOF TO TRUE
           END-READ.

       MERGE-ONE-LEDGER.
           IF ALG-ACCOUNT NOT = SPACES
              MOVE "N" TO WS-ALG-FOUND-FLAG
              PERFORM FIND-MERGE-LEDGER
                 VARYING WS-ALG-IDX FROM 1 BY 1
                 UNTIL WS-ALG-IDX > WS-ALG-USED OR WS-ALG-FOUND
              IF WS-ALG-FOUND
                 MOVE ALG-CURRENCY TO WS-ALGT-CCY (WS-ALG-IDX)
                 MOVE ALG-CURRENT TO WS-ALGT-CURRENT (WS-ALG-IDX)
                 MOVE ALG-MTD TO WS-ALGT-MTD (WS-ALG-IDX)
                 MOVE ALG-YTD TO WS-ALGT-YTD (WS-ALG-IDX)
                 MOVE ALG-LAST-ACTIVITY TO WS-ALGT-LAST (WS-ALG-IDX)
                 MOVE ALG-MONTH TO WS-ALGT-MONTH (WS-ALG-IDX)
              ELSE
                 MOVE ACCT-LEDGER-RECORD TO NEW-ACCT-LEDGER-RECORD
                 WRITE NEW-ACCT-LEDGER-RECORD
              END-IF
           END-IF
           PERFORM READ-ACCT-LEDGER-RECORD.

       FIND-MERGE-LEDGER.
           IF ALG-ACCOUNT = WS-ALGT-ACCOUNT (WS-ALG-IDX)
              SET WS-ALG-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ALG-IDX
           END-IF.

       WRITE-ONE-LEDGER.
           IF WS-ALGT-TOUCHED-FLAG (WS-ALG-IDX) = "Y"
              IF WS-ALGT-MONTH (WS-ALG-IDX) NOT = WS-RUN-MONTH
                 MOVE 0 TO WS-ALGT-MTD (WS-ALG-IDX)
                 IF WS-ALGT-MONTH (WS-ALG-IDX) (1:4)
                    NOT = WS-RUN-MONTH (1:4)
                    MOVE 0 TO WS-ALGT-YTD (WS-ALG-IDX)
                 END-IF
                 MOVE WS-RUN-MONTH TO WS-ALGT-MONTH (WS-ALG-IDX)
              END-IF
              ADD WS-ALGT-DELTA (WS-ALG-IDX)
                 TO WS-ALGT-CURRENT (WS-ALG-IDX)
              ADD WS-ALGT-DELTA (WS-ALG-IDX)
                 TO WS-ALGT-MTD (WS-ALG-IDX)
              ADD WS-ALGT-DELTA (WS-ALG-IDX)
                 TO WS-ALGT-YTD (WS-ALG-IDX)
              MOVE WS-CURRENT-DATE TO WS-ALGT-LAST (WS-ALG-IDX)
              IF WS-ACCT-LEDGER-HIST-IS-OPEN
                 MOVE SPACES TO ACCT-LEDGER-HIST-RECORD
                 MOVE WS-CURRENT-DATE TO ALH-DATE
                 MOVE WS-ALGT-ACCOUNT (WS-ALG-IDX) TO ALH-ACCOUNT
                 MOVE WS-ALGT-CCY (WS-ALG-IDX) TO ALH-CURRENCY
                 MOVE WS-ALGT-CURRENT (WS-ALG-IDX) TO ALH-CURRENT
                 WRITE ACCT-LEDGER-HIST-RECORD
              END-IF
           END-IF
           MOVE WS-ALGT-ACCOUNT (WS-ALG-IDX) TO WS-ALG-ACCOUNT
           MOVE WS-ALGT-CCY (WS-ALG-IDX) TO WS-ALG-CURRENCY
           MOVE WS-ALGT-CURRENT (WS-ALG-IDX) TO WS-ALG-CURRENT
           MOVE WS-ALGT-MTD (WS-ALG-IDX) TO WS-ALG-MTD
           MOVE WS-ALGT-YTD (WS-ALG-IDX) TO WS-ALG-YTD
           MOVE WS-ALGT-LAST (WS-ALG-IDX) TO WS-ALG-LAST-ACTIVITY
           MOVE WS-ALGT-MONTH (WS-ALG-IDX) TO WS-ALG-MONTH
           MOVE WS-ALG-LINE TO NEW-ACCT-LEDGER-RECORD
           WRITE NEW-ACCT-LEDGER-RECORD.

       CLEAR-LEDGER-DELTA.
           MOVE 0 TO WS-ALGT-DELTA (WS-ALG-IDX)
           MOVE "N" TO WS-ALGT-TOUCHED-FLAG (WS-ALG-IDX).

       APPEND-RUN-REGISTER.
           ACCEPT WS-RUN-TIME-NOW FROM TIME
           MOVE SPACES TO WS-RRG-RUN-ID
           MOVE WS-BATCH-CALC-COUNT TO WS-RRG-CALC-COUNT
           MOVE WS-BATCH-REJECT-COUNT TO WS-RRG-REJECT-COUNT
           MOVE WS-RETURN-CODE TO WS-RRG-RC
           IF WS-DATE-FROM-CLOCK
              MOVE "HORLOGE" TO WS-RRG-DATE-SOURCE
           END-IF
           OPEN EXTEND RUN-REGISTER-FILE
           IF WS-RUN-REGISTER-STATUS = "35"
              OPEN OUTPUT RUN-REGISTER-FILE
              MOVE WS-CURRENT-REC-NUM  TO SUSP-REC-NUM
              MOVE WS-RUN-DATE-YMD     TO SUSP-DATE
              MOVE TRANS-RECORD        TO SUSP-TRANS-DATA
              IF WS-FORMULA-ACTIVE
                 MOVE WS-FRM-ORIGINAL  TO SUSP-TRANS-DATA
              END-IF
              WRITE SUSPENSE-RECORD
              ADD 1 TO WS-SUSPENSE-COUNT
           END-IF.
                  INTO WS-ACK-FILENAME
           OPEN OUTPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
              CALL "SEAL_OPEN" USING WS-FEED-SOURCE, WS-RUN-DATE-YMD,
                   WS-SEAL-KEY-ID, WS-SEAL-STATUS
              MOVE SPACES TO ACK-RECORD
              STRING "SEQ,FEEDACK," DELIMITED BY SIZE
                     WS-IFACE-SEQ   DELIMITED BY SIZE
                     INTO ACK-RECORD
              END-STRING
              PERFORM WRITE-ACK-LINE
              MOVE SPACES TO ACK-RECORD
              STRING "ACK "           DELIMITED BY SIZE
                     WS-RUN-DATE-YMD  DELIMITED BY SIZE
                        DELIMITED BY SIZE
                     INTO ACK-RECORD
              END-STRING
              PERFORM WRITE-ACK-LINE
              MOVE SPACES TO ACK-RECORD
              STRING "ACCEPTES: "         DELIMITED BY SIZE
                     WS-BATCH-CALC-COUNT  DELIMITED BY SIZE
                     INTO ACK-RECORD
              END-STRING
              PERFORM WRITE-ACK-LINE
              PERFORM WRITE-ACK-REASON-LINE
                 VARYING WS-REASON-IDX FROM 1 BY 1
                 UNTIL WS-REASON-IDX > WS-REASON-USED
                        DELIMITED BY SIZE
                     INTO ACK-RECORD
              END-STRING
              PERFORM WRITE-ACK-LINE
              MOVE SPACES TO ACK-RECORD
              STRING "RC: "           DELIMITED BY SIZE
                     WS-RETURN-CODE   DELIMITED BY SIZE
                     INTO ACK-RECORD
              END-STRING
              PERFORM WRITE-ACK-LINE
              PERFORM WRITE-ACK-SEAL
              CLOSE ACK-FILE
              MOVE WS-ACK-FILENAME TO WS-IFACE-REG-NAME
              CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME,
                     DELIMITED BY SIZE
                  INTO ACK-RECORD
           END-STRING
           PERFORM WRITE-ACK-LINE.

       WRITE-ACK-LINE.
           WRITE ACK-RECORD
           MOVE ACK-RECORD TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE.

      * A partner holding a seal key gets its acknowledgment sealed
      * with that key, so a forged ack cannot pass for ours.
       WRITE-ACK-SEAL.
           CALL "SEAL_CLOSE" USING WS-SEAL-VALUE
           IF WS-SEAL-OK
              MOVE SPACES TO ACK-RECORD
              STRING "SEAL,"        DELIMITED BY SIZE
                     WS-SEAL-KEY-ID DELIMITED BY SPACE
                     ","            DELIMITED BY SIZE
                     WS-SEAL-VALUE  DELIMITED BY SIZE
                     INTO ACK-RECORD
              END-STRING
              WRITE ACK-RECORD
           END-IF.

       RUN-SWEEP-MODE.
           ACCEPT WS-PROCESSED-DIR FROM ENVIRONMENT "PROCESSED_DIR"
                 IF TRANS-RECORD (1:3) = "REV"
                    PERFORM PROCESS-REVERSAL
                 ELSE
                 IF TRANS-RECORD (1:3) = "FRM"
                    PERFORM PROCESS-FORMULA
                 ELSE
                 IF TRANS-RECORD (1:3) = "WOF"
                    PERFORM PROCESS-WRITE-OFF
                 ELSE
                 IF TRANS-VALUE-DATE NUMERIC
                    AND TRANS-VALUE-DATE > WS-TODAY-NUM
                    AND NOT WS-ADJUST-MODE
                    ELSE
                       MOVE TRANS-ENTITY TO WS-REC-ENTITY
                    END-IF
                    IF TRANS-DEPARTMENT = LOW-VALUES
                       MOVE SPACES TO WS-REC-DEPARTMENT
                    ELSE
                       MOVE TRANS-DEPARTMENT TO WS-REC-DEPARTMENT
                    END-IF
                    PERFORM RESOLVE-OPERAND-REFS
                    IF NOT WS-REF-RESOLVED
                       MOVE "REF" TO WS-SUSPENSE-REASON
                       IF WS-REF-MISTYPED
                          MOVE "CLE" TO WS-SUSPENSE-REASON
                       END-IF
                       PERFORM WRITE-SUSPENSE-RECORD
                    ELSE
                       PERFORM SET-RECORD-CURRENCY
                       IF TRANS-VALUE-DATE NUMERIC
                          AND TRANS-VALUE-DATE > 0
                          AND TRANS-VALUE-DATE < WS-TODAY-NUM
                          MOVE TRANS-VALUE-DATE TO WS-BACKVALUE-DATE
                       END-IF
                       IF NOT WS-TRANS-EOF
                          PERFORM PROCESS-ONE-RECORD
                       END-IF
                       MOVE 0 TO WS-BACKVALUE-DATE
                    END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.

      * A future-dated instruction is parked in the warehouse file
              CLOSE PPA-REPORT-FILE
           END-IF.

      * A record value-dated before today moved the balance too late
      * for the interest accrued in between; the register tells
      * INTEREST-COMP which days to compensate and on what amount.
       APPEND-BACKVALUE-REGISTER.
           OPEN EXTEND BACKVALUE-FILE
           IF WS-BACKVALUE-STATUS = "35"
              OPEN OUTPUT BACKVALUE-FILE
           END-IF
           IF WS-BACKVALUE-STATUS = "00"
              MOVE SPACES TO BACKVALUE-RECORD
              MOVE WS-TRANS-ID TO BV-TRANS-ID
              MOVE WS-BACKVALUE-DATE TO BV-VALUE-DATE
              MOVE WS-TODAY-NUM TO BV-POST-DATE
              MOVE WS-USER-NAME TO BV-USER
              MOVE WS-RESULT TO BV-AMOUNT
              WRITE BACKVALUE-RECORD
              CLOSE BACKVALUE-FILE
           END-IF.

       WAREHOUSE-FUTURE-RECORD.
           IF WS-DRY-RUN-MODE
              CONTINUE
      * references, a negating audit record is written carrying the
      * original's identifier, and the movement is backed out of the
      * balance master.  Unknown originals and second reversals are
      * rejected to suspense, and an original failing its check
      * digit is rejected as mistyped before any lookup.  Fee and
      * write-off postings carry a reference too (the parent
      * transaction, the write-off number) but are ordinary
      * postings and may be reversed; a reversal posting, whatever
      * its operation, is known by its entry in the register.
       PROCESS-REVERSAL.
           CALL "TRANSID_CHECK" USING TREV-ORIG-ID, WS-ID-CHECK-STATUS
           IF WS-ID-CHECK-BAD-DIGIT
              IF WS-LOCALE-EN
                 DISPLAY "Error: record " WS-CURRENT-REC-NUM
                         " original " TREV-ORIG-ID
                         " fails its check digit (mistyped ID),"
                         " reversal rejected"
              ELSE
                 DISPLAY "Erreur: enr. " WS-CURRENT-REC-NUM
                         " original " TREV-ORIG-ID
                         " cle de controle fausse (ID mal saisi),"
                         " extourne rejetee"
              END-IF
              MOVE "CLE" TO WS-SUSPENSE-REASON
              PERFORM WRITE-SUSPENSE-RECORD
           ELSE
              PERFORM PROCESS-CHECKED-REVERSAL
           END-IF.

       PROCESS-CHECKED-REVERSAL.
           IF TREV-ORIG-ID = SPACES
              OR TREV-ORIG-ID (1:1) NOT = "T"
              MOVE "RVU" TO WS-SUSPENSE-REASON
                 ELSE
                    IF LKP-REF-ID NOT = SPACES
                       AND LKP-REF-ID NOT = LOW-VALUES
                       AND ((LKP-OPERATION NOT = "F"
                             AND LKP-OPERATION NOT = "W")
                            OR WS-ORIG-IS-REVERSAL)
                       MOVE "RVD" TO WS-SUSPENSE-REASON
                       PERFORM WRITE-SUSPENSE-RECORD
                    ELSE
           COMPUTE WS-GROUP-CONVERTED = 0 - LKP-GROUP-CONV
           MOVE LKP-FX-RATE TO WS-FX-RATE
           MOVE LKP-RATE-DATE TO WS-FX-RATE-DATE
           IF LKP-CUST-RATE NUMERIC
              MOVE LKP-CUST-RATE TO WS-CUST-RATE
           ELSE
              MOVE LKP-FX-RATE TO WS-CUST-RATE
           END-IF
           IF LKP-FX-MARGIN NUMERIC
              COMPUTE WS-FX-MARGIN = 0 - LKP-FX-MARGIN
           ELSE
              MOVE 0 TO WS-FX-MARGIN
           END-IF
           MOVE LKP-ENTITY TO WS-REC-ENTITY
           MOVE LKP-TAX-CODE TO WS-REC-TAX-CODE
           COMPUTE WS-TAX-AMOUNT = 0 - LKP-TAX-AMOUNT
           MOVE LKP-ACCOUNT TO WS-REC-ACCOUNT
           MOVE LKP-DEPARTMENT TO WS-REC-DEPARTMENT
           MOVE TREV-ORIG-ID TO WS-REC-REF-ID
           PERFORM NEXT-TRANS-ID
           PERFORM BUILD-CALC-RECORD
           MOVE SPACES TO WS-REC-REF-ID
           MOVE SPACES TO WS-REC-DEPARTMENT

           MOVE "W" TO WS-FILE-MODE
           CALL "FILE_HANDLER" USING WS-FILENAME,
              PERFORM NOTE-USER-BALANCE
              PERFORM WRITE-AUDIT-RECORD
              PERFORM APPEND-REVERSAL-REGISTER
              IF TREV-CASE-ID NOT = SPACES
                 PERFORM LINK-DISPUTE-CASE
              END-IF
              IF NOT WS-SILENT-MODE
                 IF WS-LOCALE-EN
                    DISPLAY "REVERSED: " TREV-ORIG-ID " by "
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

      * A write-off clears a suspense item that was never put right:
      * SUSPENSE-AGEING queues it once a supervisor has approved it
      * and takes the item off suspense.  It posts as operation W for
      * the item's amount, in the item's currency and entity, carrying
      * the write-off number as its reference; the GL mapping sends W
      * to the suspense write-off account.  No customer is dealt with,
      * so the conversion is at the mid rate and earns no margin.
       PROCESS-WRITE-OFF.
           IF WS-ADJUST-MODE
              IF WS-LOCALE-EN
                 DISPLAY "Error: record " WS-CURRENT-REC-NUM
                         " write-off not accepted as an adjustment, "
                         "rejected"
              ELSE
                 DISPLAY "Erreur: enr. " WS-CURRENT-REC-NUM
                         " passage en perte refuse en regularisation"
                         ", rejete"
              END-IF
              MOVE "ADJ" TO WS-SUSPENSE-REASON
              PERFORM WRITE-SUSPENSE-RECORD
           ELSE
              IF TWOF-NUMBER = SPACES
                 OR TWOF-AMOUNT NOT NUMERIC
                 OR TWOF-AMOUNT = 0
                 IF WS-LOCALE-EN
                    DISPLAY "Error: record " WS-CURRENT-REC-NUM
                            " write-off without number or amount, "
                            "rejected"
                 ELSE
                    DISPLAY "Erreur: enr. " WS-CURRENT-REC-NUM
                            " passage en perte sans numero ou "
                            "montant, rejete"
                 END-IF
                 MOVE "VAL" TO WS-SUSPENSE-REASON
                 PERFORM WRITE-SUSPENSE-RECORD
              ELSE
                 PERFORM POST-WRITE-OFF-RECORD
              END-IF
           END-IF.

       POST-WRITE-OFF-RECORD.
           IF TWOF-CURRENCY = SPACES OR TWOF-CURRENCY = LOW-VALUES
              MOVE WS-DEFAULT-CURRENCY TO WS-CURRENCY-CODE
           ELSE
              MOVE TWOF-CURRENCY TO WS-CURRENCY-CODE
           END-IF
           PERFORM LOOKUP-CURRENCY-RATE
           IF WS-CURRENCY-STATUS-STALE AND WS-BATCH-RUN
              MOVE 12 TO WS-RETURN-CODE
              SET WS-TRANS-EOF TO TRUE
           ELSE
              MOVE TWOF-AMOUNT TO WS-NUM1
              MOVE 0 TO WS-NUM2
              MOVE "W" TO WS-OPERATION
              MOVE TWOF-AMOUNT TO WS-RESULT
              MOVE 0 TO WS-CALC-STATUS
              PERFORM CONVERT-AT-MID-RATE
              IF TWOF-ENTITY = SPACES OR TWOF-ENTITY = LOW-VALUES
                 MOVE WS-ENTITY-CODE TO WS-REC-ENTITY
              ELSE
                 MOVE TWOF-ENTITY TO WS-REC-ENTITY
              END-IF
              MOVE SPACES TO WS-REC-TAX-CODE
              MOVE 0 TO WS-TAX-AMOUNT
              IF TWOF-ACCOUNT = LOW-VALUES
                 MOVE SPACES TO WS-REC-ACCOUNT
              ELSE
                 MOVE TWOF-ACCOUNT TO WS-REC-ACCOUNT
              END-IF
              IF TWOF-DEPARTMENT = LOW-VALUES
                 MOVE SPACES TO WS-REC-DEPARTMENT
              ELSE
                 MOVE TWOF-DEPARTMENT TO WS-REC-DEPARTMENT
              END-IF
              MOVE TWOF-NUMBER TO WS-REC-REF-ID
              PERFORM NEXT-TRANS-ID
              PERFORM BUILD-CALC-RECORD
              MOVE SPACES TO WS-REC-REF-ID
              MOVE SPACES TO WS-REC-DEPARTMENT

              MOVE "W" TO WS-FILE-MODE
              CALL "FILE_HANDLER" USING WS-FILENAME,
                   WS-FILE-CONTENT, WS-FILE-STATUS,
                   WS-FILE-MODE, WS-FILE-MESSAGE,
                   WS-FILE-FORMAT, WS-INDEX-FLAG,
                   WS-INDEX-FILENAME, WS-DRY-RUN-FLAG
              IF WS-FILE-STATUS = 0
                 ADD 1 TO WS-BATCH-CALC-COUNT
                 ADD WS-RESULT TO WS-CHECKPOINT-HASH-BASE
                 COMPUTE WS-BATCH-HASH-TOTAL =
                    WS-CHECKPOINT-HASH-BASE + WS-ACCUMULATOR
                 PERFORM NOTE-USER-BALANCE
                 PERFORM WRITE-AUDIT-RECORD
                 IF NOT WS-SILENT-MODE
                    IF WS-LOCALE-EN
                       DISPLAY "WRITTEN OFF: " TWOF-NUMBER
                               " (suspense " TWOF-SUSP-DATE " "
                               TWOF-SUSP-REC-NUM " " TWOF-SUSP-REASON
                               ") by " WS-TRANS-ID
                    ELSE
                       DISPLAY "PASSE EN PERTE: " TWOF-NUMBER
                               " (suspens " TWOF-SUSP-DATE " "
                               TWOF-SUSP-REC-NUM " " TWOF-SUSP-REASON
                               ") par " WS-TRANS-ID
                    END-IF
                 END-IF
              ELSE
                 MOVE "WRT" TO WS-SUSPENSE-REASON
                 PERFORM WRITE-SUSPENSE-RECORD
              END-IF
           END-IF.

       CONVERT-AT-MID-RATE.
           MOVE WS-FX-RATE TO WS-CUST-RATE
           MOVE 0 TO WS-FX-MARGIN
           COMPUTE WS-RESULT-CONVERTED = WS-RESULT * WS-FX-RATE
              ON SIZE ERROR
                 MOVE ZERO TO WS-RESULT-CONVERTED
           END-COMPUTE
           MOVE WS-CCY-DECIMALS TO WS-MINOR-DECIMALS
           MOVE WS-RESULT-CONVERTED TO WS-MINOR-VALUE
           PERFORM ROUND-TO-MINOR-UNITS
           MOVE WS-MINOR-VALUE TO WS-RESULT-CONVERTED
           COMPUTE WS-GROUP-CONVERTED = WS-RESULT * WS-GROUP-RATE
              ON SIZE ERROR
                 MOVE ZERO TO WS-GROUP-CONVERTED
           END-COMPUTE
           MOVE WS-GROUP-DECIMALS TO WS-MINOR-DECIMALS
           MOVE WS-GROUP-CONVERTED TO WS-MINOR-VALUE
           PERFORM ROUND-TO-MINOR-UNITS
           MOVE WS-MINOR-VALUE TO WS-GROUP-CONVERTED.

       CHECK-REVERSAL-REGISTER.
           MOVE "N" TO WS-REVERSED-FLAG
           MOVE "N" TO WS-REVERSAL-POSTING-FLAG
           MOVE "N" TO WS-REVERSAL-EOF-FLAG
           OPEN INPUT REVERSAL-REG-FILE
           IF WS-REVERSAL-REG-STATUS = "00"
           IF RVR-ORIG-ID = TREV-ORIG-ID
              SET WS-ALREADY-REVERSED TO TRUE
           END-IF
           IF RVR-NEW-ID = TREV-ORIG-ID
              SET WS-ORIG-IS-REVERSAL TO TRUE
           END-IF
           PERFORM READ-REVERSAL-REG-RECORD.

       APPEND-REVERSAL-REGISTER.
              END-IF
           END-IF.

      * DISPUTE-CASE queues the reversal with its case ID; the posted
      * reversal is recorded against the case so the case shows what
      * settled it.
       LINK-DISPUTE-CASE.
           IF WS-DRY-RUN-MODE
              CONTINUE
           ELSE
              ACCEPT WS-DISPUTE-FILENAME FROM ENVIRONMENT
                     "DISPUTE_FILE"
              IF WS-DISPUTE-FILENAME = SPACES
                 MOVE "dispute_cases.dat" TO WS-DISPUTE-FILENAME
              END-IF
              OPEN EXTEND DISPUTE-FILE
              IF WS-DISPUTE-STATUS = "35"
                 OPEN OUTPUT DISPUTE-FILE
              END-IF
              IF WS-DISPUTE-STATUS = "00"
                 MOVE SPACES TO DISPUTE-RECORD
                 MOVE TREV-CASE-ID TO DC-CASE-ID
                 MOVE TREV-ORIG-ID TO DC-TRANS-ID
                 STRING WS-RUN-DATE-YMD   DELIMITED BY SIZE
                        WS-RUN-START-TIME DELIMITED BY SIZE
                        INTO DC-STAMP
                 END-STRING
                 SET DC-EVT-LINKED TO TRUE
                 SET DC-RESOLVED-REVERSED TO TRUE
                 MOVE ZERO TO DC-OPEN-DATE
                 MOVE WS-USER-NAME TO DC-BY
                 MOVE WS-TRANS-ID TO DC-REVERSAL-ID
                 STRING "EXTOURNE PAR " DELIMITED BY SIZE
                        WS-TRANS-ID     DELIMITED BY SIZE
                        INTO DC-TEXT
                 END-STRING
                 WRITE DISPUTE-RECORD
                 CLOSE DISPUTE-FILE
              END-IF
           END-IF.

       VALIDATE-FEED-HEADER.
           IF NOT WS-FEED-CONTROL
              CONTINUE
           END-IF.

       LOOKUP-REF-TRANS.
           MOVE "N" TO WS-REF-MISTYPED-FLAG
           CALL "TRANSID_CHECK" USING WS-REF-TRANS-ID,
                                      WS-ID-CHECK-STATUS
           IF NOT WS-ID-CHECK-VALID AND NOT WS-ID-CHECK-LEGACY
              SET WS-REF-MISTYPED TO TRUE
              MOVE "N" TO WS-REF-RESOLVED-FLAG
              IF WS-LOCALE-EN
                 DISPLAY "Error: record " WS-CURRENT-REC-NUM
                         " reference " WS-REF-TRANS-ID
                         " fails its check digit (mistyped ID),"
                         " skipped"
              ELSE
                 DISPLAY "Erreur: enr. " WS-CURRENT-REC-NUM
                         " reference " WS-REF-TRANS-ID
                         " cle de controle fausse (ID mal saisi),"
                         " ignore"
              END-IF
           ELSE
              PERFORM LOOKUP-CHECKED-REF-TRANS
           END-IF.

       LOOKUP-CHECKED-REF-TRANS.
           MOVE SPACES TO WS-LOOKUP-CONTENT
           MOVE WS-REF-TRANS-ID TO LKP-TRANS-ID
           CALL "FILE_HANDLER" USING WS-FILENAME, WS-LOOKUP-CONTENT,
                 MOVE "N" TO WS-REF-RESOLVED-FLAG
              ELSE
                 MOVE LKP-RESULT TO WS-REF-VALUE
                 PERFORM APPEND-CHAIN-REF-REGISTER
              END-IF
           END-IF.

       APPEND-CHAIN-REF-REGISTER.
           IF WS-DRY-RUN-MODE
              CONTINUE
           ELSE
              OPEN EXTEND CHAIN-REF-FILE
              IF WS-CHAIN-REF-STATUS = "35"
                 OPEN OUTPUT CHAIN-REF-FILE
              END-IF
              IF WS-CHAIN-REF-STATUS = "00"
                 MOVE SPACES TO CHAIN-REF-RECORD
                 MOVE WS-REF-TRANS-ID TO CHR-REF-ID
                 MOVE WS-RUN-ID TO CHR-RUN-ID
                 MOVE WS-RUN-DATE-YMD TO CHR-DATE
                 WRITE CHAIN-REF-RECORD
                 CLOSE CHAIN-REF-FILE
              END-IF
           END-IF.

      * A formula record is posted as the last of its CALCULATOR
      * steps, so the audit record still reads NUM1 op NUM2 = RESULT;
      * the expression and the steps before it go to the formula
      * trace under the same transaction ID.  An expression that does
      * not parse is suspended as FRM, the failing step as DIV, OVF
      * or REF like an ordinary record.
       PROCESS-FORMULA.
           MOVE TRANS-RECORD TO WS-FRM-ORIGINAL
           SET WS-FORMULA-ACTIVE TO TRUE
           IF WS-ADJUST-MODE
              IF WS-LOCALE-EN
                 DISPLAY "Error: record " WS-CURRENT-REC-NUM
                         " formula not accepted as an adjustment, "
                         "rejected"
              ELSE
                 DISPLAY "Erreur: enr. " WS-CURRENT-REC-NUM
                         " formule refusee en regularisation, "
                         "rejetee"
              END-IF
              MOVE "ADJ" TO WS-SUSPENSE-REASON
              PERFORM WRITE-SUSPENSE-RECORD
           ELSE
              PERFORM PARSE-FORMULA
              IF WS-FRM-VALID
                 PERFORM EVALUATE-FORMULA
              END-IF
              IF WS-FRM-VALID
                 PERFORM POST-FORMULA-RECORD
              ELSE
                 IF WS-LOCALE-EN
                    DISPLAY "Error: record " WS-CURRENT-REC-NUM
                            " formula not evaluated (" WS-FRM-REASON
                            "), skipped"
                 ELSE
                    DISPLAY "Erreur: enr. " WS-CURRENT-REC-NUM
                            " formule non evaluee (" WS-FRM-REASON
                            "), ignoree"
                 END-IF
                 MOVE WS-FRM-REASON TO WS-SUSPENSE-REASON
                 PERFORM WRITE-SUSPENSE-RECORD
              END-IF
           END-IF
           MOVE WS-FRM-ORIGINAL TO TRANS-RECORD
           MOVE "N" TO WS-FORMULA-ACTIVE-FLAG.

      * The expression is put into postfix order (operators + - * /,
      * * and / binding tighter, parentheses, a leading minus at the
      * start or after an opening parenthesis).  Operands are amounts
      * of up to 9 digits and 2 decimals, or the ID of a transaction
      * already posted, which stands for its result.
       PARSE-FORMULA.
           MOVE "Y" TO WS-FRM-VALID-FLAG
           MOVE "FRM" TO WS-FRM-REASON
           MOVE 0 TO WS-FRM-PFX-USED
           MOVE 0 TO WS-FRM-OPSTACK-TOP
           MOVE "Y" TO WS-FRM-EXPECT-FLAG
           MOVE "Y" TO WS-FRM-AFTER-OPEN-FLAG
           MOVE 1 TO WS-FRM-POS
           PERFORM PARSE-FORMULA-TOKEN
              UNTIL WS-FRM-POS > 82 OR NOT WS-FRM-VALID
           IF WS-FRM-VALID AND WS-FRM-EXPECT-OPERAND
              MOVE "N" TO WS-FRM-VALID-FLAG
           END-IF
           IF WS-FRM-VALID
              PERFORM FLUSH-FORMULA-OPERATOR
                 UNTIL WS-FRM-OPSTACK-TOP = 0 OR NOT WS-FRM-VALID
           END-IF.

       PARSE-FORMULA-TOKEN.
           MOVE WS-FRM-ORIG-EXPRESSION (WS-FRM-POS:1) TO WS-FRM-CHAR
           EVALUATE TRUE
              WHEN WS-FRM-CHAR = SPACE
                 ADD 1 TO WS-FRM-POS
              WHEN WS-FRM-CHAR IS NUMERIC OR WS-FRM-CHAR = "."
                 IF WS-FRM-EXPECT-OPERAND
                    PERFORM PARSE-FORMULA-NUMBER
                 ELSE
                    MOVE "N" TO WS-FRM-VALID-FLAG
                 END-IF
              WHEN WS-FRM-CHAR = "T"
                 IF WS-FRM-EXPECT-OPERAND
                    PERFORM PARSE-FORMULA-REF
                 ELSE
                    MOVE "N" TO WS-FRM-VALID-FLAG
                 END-IF
              WHEN WS-FRM-CHAR = "("
                 IF WS-FRM-EXPECT-OPERAND
                    MOVE "(" TO WS-FRM-OP-CODE
                    PERFORM PUSH-FORMULA-OPERATOR
                    MOVE "Y" TO WS-FRM-AFTER-OPEN-FLAG
                    ADD 1 TO WS-FRM-POS
                 ELSE
                    MOVE "N" TO WS-FRM-VALID-FLAG
                 END-IF
              WHEN WS-FRM-CHAR = ")"
                 IF WS-FRM-EXPECT-OPERAND
                    MOVE "N" TO WS-FRM-VALID-FLAG
                 ELSE
                    MOVE "N" TO WS-FRM-POP-DONE-FLAG
                    PERFORM POP-TO-OPEN-PAREN
                       UNTIL WS-FRM-POP-DONE
                    ADD 1 TO WS-FRM-POS
                 END-IF
              WHEN WS-FRM-CHAR = "+" OR "-" OR "*" OR "/"
                 PERFORM PARSE-FORMULA-OPERATOR
              WHEN OTHER
                 MOVE "N" TO WS-FRM-VALID-FLAG
           END-EVALUATE.

       PARSE-FORMULA-NUMBER.
           MOVE 0 TO WS-FRM-VALUE
           MOVE 0 TO WS-FRM-INT-DIGITS
           MOVE 0 TO WS-FRM-DECIMALS
           MOVE "N" TO WS-FRM-DOT-FLAG
           MOVE "N" TO WS-FRM-TOKEN-END-FLAG
           PERFORM SCAN-FORMULA-DIGIT
              UNTIL WS-FRM-TOKEN-END OR NOT WS-FRM-VALID
           IF WS-FRM-INT-DIGITS = 0 AND WS-FRM-DECIMALS = 0
              MOVE "N" TO WS-FRM-VALID-FLAG
           END-IF
           IF WS-FRM-DOT-SEEN AND WS-FRM-DECIMALS = 0
              MOVE "N" TO WS-FRM-VALID-FLAG
           END-IF
           IF WS-FRM-VALID
              PERFORM EMIT-FORMULA-VALUE
           END-IF.

       SCAN-FORMULA-DIGIT.
           IF WS-FRM-POS > 82
              SET WS-FRM-TOKEN-END TO TRUE
           ELSE
              MOVE WS-FRM-ORIG-EXPRESSION (WS-FRM-POS:1)
                 TO WS-FRM-CHAR
              EVALUATE TRUE
                 WHEN WS-FRM-CHAR = "."
                    IF WS-FRM-DOT-SEEN
                       MOVE "N" TO WS-FRM-VALID-FLAG
                    ELSE
                       SET WS-FRM-DOT-SEEN TO TRUE
                       ADD 1 TO WS-FRM-POS
                    END-IF
                 WHEN WS-FRM-CHAR IS NUMERIC
                    MOVE WS-FRM-CHAR TO WS-FRM-DIGIT
                    IF WS-FRM-DOT-SEEN
                       ADD 1 TO WS-FRM-DECIMALS
                       IF WS-FRM-DECIMALS = 1
                          COMPUTE WS-FRM-VALUE =
                             WS-FRM-VALUE + WS-FRM-DIGIT / 10
                       ELSE
                          COMPUTE WS-FRM-VALUE =
                             WS-FRM-VALUE + WS-FRM-DIGIT / 100
                       END-IF
                    ELSE
                       ADD 1 TO WS-FRM-INT-DIGITS
                       COMPUTE WS-FRM-VALUE =
                          WS-FRM-VALUE * 10 + WS-FRM-DIGIT
                    END-IF
                    IF WS-FRM-DECIMALS > 2 OR WS-FRM-INT-DIGITS > 9
                       MOVE "N" TO WS-FRM-VALID-FLAG
                    END-IF
                    ADD 1 TO WS-FRM-POS
                 WHEN OTHER
                    SET WS-FRM-TOKEN-END TO TRUE
              END-EVALUATE
           END-IF.

      * A transaction ID runs to the next blank, operator or
      * parenthesis; it is looked up the way an operand reference is.
       PARSE-FORMULA-REF.
           MOVE SPACES TO WS-REF-TRANS-ID
           MOVE 0 TO WS-FRM-REF-LEN
           MOVE "N" TO WS-FRM-TOKEN-END-FLAG
           PERFORM SCAN-FORMULA-REF-CHAR
              UNTIL WS-FRM-TOKEN-END OR NOT WS-FRM-VALID
           IF WS-FRM-VALID
              PERFORM LOOKUP-REF-TRANS
              IF WS-REF-RESOLVED
                 MOVE WS-REF-VALUE TO WS-FRM-VALUE
                 PERFORM EMIT-FORMULA-VALUE
              ELSE
                 MOVE "N" TO WS-FRM-VALID-FLAG
                 MOVE "REF" TO WS-FRM-REASON
                 IF WS-REF-MISTYPED
                    MOVE "CLE" TO WS-FRM-REASON
                 END-IF
              END-IF
           END-IF.

       SCAN-FORMULA-REF-CHAR.
           IF WS-FRM-POS > 82
              SET WS-FRM-TOKEN-END TO TRUE
           ELSE
              MOVE WS-FRM-ORIG-EXPRESSION (WS-FRM-POS:1)
                 TO WS-FRM-CHAR
              IF WS-FRM-CHAR = SPACE OR "+" OR "-" OR "*" OR "/"
                 OR "(" OR ")"
                 SET WS-FRM-TOKEN-END TO TRUE
              ELSE
                 IF WS-FRM-REF-LEN >= 12
                    MOVE "N" TO WS-FRM-VALID-FLAG
                 ELSE
                    ADD 1 TO WS-FRM-REF-LEN
                    MOVE WS-FRM-CHAR
                       TO WS-REF-TRANS-ID (WS-FRM-REF-LEN:1)
                    ADD 1 TO WS-FRM-POS
                 END-IF
              END-IF
           END-IF.

      * A minus where an operand is expected negates what follows:
      * it is read as 0 - ..., which keeps - left-associative.
       PARSE-FORMULA-OPERATOR.
           IF WS-FRM-EXPECT-OPERAND
              IF WS-FRM-CHAR = "-" AND WS-FRM-AFTER-OPEN
                 MOVE 0 TO WS-FRM-VALUE
                 PERFORM EMIT-FORMULA-VALUE
              ELSE
                 MOVE "N" TO WS-FRM-VALID-FLAG
              END-IF
           END-IF
           IF WS-FRM-VALID
              EVALUATE WS-FRM-CHAR
                 WHEN "+"
                    MOVE "A" TO WS-FRM-OP-CODE
                 WHEN "-"
                    MOVE "S" TO WS-FRM-OP-CODE
                 WHEN "*"
                    MOVE "M" TO WS-FRM-OP-CODE
                 WHEN OTHER
                    MOVE "D" TO WS-FRM-OP-CODE
              END-EVALUATE
              PERFORM SET-FORMULA-PRECEDENCE
              MOVE WS-FRM-TOP-PRECEDENCE TO WS-FRM-PRECEDENCE
              MOVE "N" TO WS-FRM-POP-DONE-FLAG
              PERFORM POP-HIGHER-OPERATOR UNTIL WS-FRM-POP-DONE
              PERFORM PUSH-FORMULA-OPERATOR
              MOVE "Y" TO WS-FRM-EXPECT-FLAG
              MOVE "N" TO WS-FRM-AFTER-OPEN-FLAG
              ADD 1 TO WS-FRM-POS
           END-IF.

      * Precedence of WS-FRM-OP-CODE: an open parenthesis ranks
      * lowest so nothing is popped past it.
       SET-FORMULA-PRECEDENCE.
           EVALUATE WS-FRM-OP-CODE
              WHEN "A"
              WHEN "S"
                 MOVE 1 TO WS-FRM-TOP-PRECEDENCE
              WHEN "M"
              WHEN "D"
                 MOVE 2 TO WS-FRM-TOP-PRECEDENCE
              WHEN OTHER
                 MOVE 0 TO WS-FRM-TOP-PRECEDENCE
           END-EVALUATE.

       POP-HIGHER-OPERATOR.
           IF WS-FRM-OPSTACK-TOP = 0 OR NOT WS-FRM-VALID
              SET WS-FRM-POP-DONE TO TRUE
           ELSE
              MOVE WS-FRM-OP-CODE TO WS-FRM-CHAR
              MOVE WS-FRM-OPSTACK (WS-FRM-OPSTACK-TOP)
                 TO WS-FRM-OP-CODE
              PERFORM SET-FORMULA-PRECEDENCE
              MOVE WS-FRM-CHAR TO WS-FRM-OP-CODE
              IF WS-FRM-TOP-PRECEDENCE >= WS-FRM-PRECEDENCE
                 PERFORM EMIT-FORMULA-OPERATOR
              ELSE
                 SET WS-FRM-POP-DONE TO TRUE
              END-IF
           END-IF.

       POP-TO-OPEN-PAREN.
           IF WS-FRM-OPSTACK-TOP = 0 OR NOT WS-FRM-VALID
              MOVE "N" TO WS-FRM-VALID-FLAG
              SET WS-FRM-POP-DONE TO TRUE
           ELSE
              IF WS-FRM-OPSTACK (WS-FRM-OPSTACK-TOP) = "("
                 SUBTRACT 1 FROM WS-FRM-OPSTACK-TOP
                 SET WS-FRM-POP-DONE TO TRUE
              ELSE
                 PERFORM EMIT-FORMULA-OPERATOR
              END-IF
           END-IF.

       FLUSH-FORMULA-OPERATOR.
           IF WS-FRM-OPSTACK (WS-FRM-OPSTACK-TOP) = "("
              MOVE "N" TO WS-FRM-VALID-FLAG
           ELSE
              PERFORM EMIT-FORMULA-OPERATOR
           END-IF.

       PUSH-FORMULA-OPERATOR.
           IF WS-FRM-OPSTACK-TOP >= WS-FRM-STACK-MAX
              MOVE "N" TO WS-FRM-VALID-FLAG
           ELSE
              ADD 1 TO WS-FRM-OPSTACK-TOP
              MOVE WS-FRM-OP-CODE
                 TO WS-FRM-OPSTACK (WS-FRM-OPSTACK-TOP)
           END-IF.

      * Moves the operator on top of the stack to the postfix table.
       EMIT-FORMULA-OPERATOR.
           IF WS-FRM-PFX-USED >= WS-FRM-PFX-MAX
              MOVE "N" TO WS-FRM-VALID-FLAG
           ELSE
              ADD 1 TO WS-FRM-PFX-USED
              MOVE "O" TO WS-FRM-PFX-KIND (WS-FRM-PFX-USED)
              MOVE WS-FRM-OPSTACK (WS-FRM-OPSTACK-TOP)
                 TO WS-FRM-PFX-OP (WS-FRM-PFX-USED)
              MOVE 0 TO WS-FRM-PFX-VALUE (WS-FRM-PFX-USED)
              SUBTRACT 1 FROM WS-FRM-OPSTACK-TOP
           END-IF.

       EMIT-FORMULA-VALUE.
           IF WS-FRM-PFX-USED >= WS-FRM-PFX-MAX
              MOVE "N" TO WS-FRM-VALID-FLAG
           ELSE
              ADD 1 TO WS-FRM-PFX-USED
              MOVE "V" TO WS-FRM-PFX-KIND (WS-FRM-PFX-USED)
              MOVE SPACE TO WS-FRM-PFX-OP (WS-FRM-PFX-USED)
              MOVE WS-FRM-VALUE TO WS-FRM-PFX-VALUE (WS-FRM-PFX-USED)
              MOVE "N" TO WS-FRM-EXPECT-FLAG
              MOVE "N" TO WS-FRM-AFTER-OPEN-FLAG
           END-IF.

      * Each operator is one CALCULATOR call (two when the result
      * changes sign), every call kept in the step table with its
      * status and rounding.  A lone operand is posted as value + 0.
       EVALUATE-FORMULA.
           MOVE 0 TO WS-FRM-STEP-USED
           MOVE 0 TO WS-FRM-VALSTACK-TOP
           MOVE 0 TO WS-FRM-PRIOR-ROUND
           PERFORM APPLY-FORMULA-ENTRY
              VARYING WS-FRM-PFX-IDX FROM 1 BY 1
              UNTIL WS-FRM-PFX-IDX > WS-FRM-PFX-USED
                 OR NOT WS-FRM-VALID
           IF WS-FRM-VALID AND WS-FRM-VALSTACK-TOP NOT = 1
              MOVE "N" TO WS-FRM-VALID-FLAG
              MOVE "FRM" TO WS-FRM-REASON
           END-IF
           IF WS-FRM-VALID AND WS-FRM-STEP-USED = 0
              MOVE WS-FRM-VALSTACK (1) TO WS-FRM-CALL-NUM1
              MOVE 0 TO WS-FRM-CALL-NUM2
              MOVE "A" TO WS-FRM-CALL-OP
              PERFORM FORMULA-CALL
           END-IF
           IF WS-FRM-VALID
              PERFORM ADD-PRIOR-STEP-ROUND
                 VARYING WS-FRM-STEP-IDX FROM 1 BY 1
                 UNTIL WS-FRM-STEP-IDX >= WS-FRM-STEP-USED
           END-IF.

       ADD-PRIOR-STEP-ROUND.
           ADD WS-FRM-STEP-ROUND (WS-FRM-STEP-IDX)
              TO WS-FRM-PRIOR-ROUND.

       APPLY-FORMULA-ENTRY.
           IF WS-FRM-PFX-IS-VALUE (WS-FRM-PFX-IDX)
              ADD 1 TO WS-FRM-VALSTACK-TOP
              MOVE WS-FRM-PFX-VALUE (WS-FRM-PFX-IDX)
                 TO WS-FRM-VALSTACK (WS-FRM-VALSTACK-TOP)
           ELSE
              IF WS-FRM-VALSTACK-TOP < 2
                 MOVE "N" TO WS-FRM-VALID-FLAG
              ELSE
                 MOVE WS-FRM-VALSTACK (WS-FRM-VALSTACK-TOP)
                    TO WS-FRM-RIGHT
                 SUBTRACT 1 FROM WS-FRM-VALSTACK-TOP
                 MOVE WS-FRM-VALSTACK (WS-FRM-VALSTACK-TOP)
                    TO WS-FRM-LEFT
                 PERFORM APPLY-FORMULA-OPERATOR
                 IF WS-FRM-VALID
                    MOVE WS-FRM-VALUE
                       TO WS-FRM-VALSTACK (WS-FRM-VALSTACK-TOP)
                 END-IF
              END-IF
           END-IF.

      * CALCULATOR takes unsigned operands, so the call is made on
      * magnitudes and the sign put back with a 0 - n step.
       APPLY-FORMULA-OPERATOR.
           MOVE "N" TO WS-FRM-NEGATE-FLAG
           MOVE WS-FRM-PFX-OP (WS-FRM-PFX-IDX) TO WS-FRM-CALL-OP
           EVALUATE TRUE
              WHEN WS-FRM-CALL-OP = "M" OR "D"
                 MOVE WS-FRM-LEFT TO WS-FRM-CALL-NUM1
                 MOVE WS-FRM-RIGHT TO WS-FRM-CALL-NUM2
                 IF WS-FRM-LEFT < 0
                    COMPUTE WS-FRM-CALL-NUM1 = 0 - WS-FRM-LEFT
                 END-IF
                 IF WS-FRM-RIGHT < 0
                    COMPUTE WS-FRM-CALL-NUM2 = 0 - WS-FRM-RIGHT
                 END-IF
                 IF (WS-FRM-LEFT < 0 AND WS-FRM-RIGHT >= 0)
                    OR (WS-FRM-LEFT >= 0 AND WS-FRM-RIGHT < 0)
                    SET WS-FRM-NEGATE TO TRUE
                 END-IF
              WHEN WS-FRM-LEFT >= 0 AND WS-FRM-RIGHT >= 0
                 MOVE WS-FRM-LEFT TO WS-FRM-CALL-NUM1
                 MOVE WS-FRM-RIGHT TO WS-FRM-CALL-NUM2
              WHEN WS-FRM-LEFT >= 0
                 MOVE WS-FRM-LEFT TO WS-FRM-CALL-NUM1
                 COMPUTE WS-FRM-CALL-NUM2 = 0 - WS-FRM-RIGHT
                 IF WS-FRM-CALL-OP = "A"
                    MOVE "S" TO WS-FRM-CALL-OP
                 ELSE
                    MOVE "A" TO WS-FRM-CALL-OP
                 END-IF
              WHEN WS-FRM-RIGHT >= 0
                 IF WS-FRM-CALL-OP = "A"
                    MOVE WS-FRM-RIGHT TO WS-FRM-CALL-NUM1
                    COMPUTE WS-FRM-CALL-NUM2 = 0 - WS-FRM-LEFT
                    MOVE "S" TO WS-FRM-CALL-OP
                 ELSE
                    COMPUTE WS-FRM-CALL-NUM1 = 0 - WS-FRM-LEFT
                    MOVE WS-FRM-RIGHT TO WS-FRM-CALL-NUM2
                    MOVE "A" TO WS-FRM-CALL-OP
                    SET WS-FRM-NEGATE TO TRUE
                 END-IF
              WHEN OTHER
                 IF WS-FRM-CALL-OP = "A"
                    COMPUTE WS-FRM-CALL-NUM1 = 0 - WS-FRM-LEFT
                    COMPUTE WS-FRM-CALL-NUM2 = 0 - WS-FRM-RIGHT
                    SET WS-FRM-NEGATE TO TRUE
                 ELSE
                    COMPUTE WS-FRM-CALL-NUM1 = 0 - WS-FRM-RIGHT
                    COMPUTE WS-FRM-CALL-NUM2 = 0 - WS-FRM-LEFT
                 END-IF
           END-EVALUATE
           PERFORM FORMULA-CALL
           IF WS-FRM-VALID AND WS-FRM-NEGATE AND WS-FRM-RESULT NOT = 0
              MOVE 0 TO WS-FRM-CALL-NUM1
              MOVE WS-FRM-RESULT TO WS-FRM-CALL-NUM2
              MOVE "S" TO WS-FRM-CALL-OP
              PERFORM FORMULA-CALL
           END-IF
           IF WS-FRM-VALID
              MOVE WS-FRM-RESULT TO WS-FRM-VALUE
           END-IF.

      * One CALCULATOR call outside the batch accumulator; an
      * operand CALCULATOR cannot take is an overflow like its own.
       FORMULA-CALL.
           IF WS-FRM-CALL-NUM1 > 999999999.99
              OR WS-FRM-CALL-NUM2 > 999999999.99
              MOVE "N" TO WS-FRM-VALID-FLAG
              MOVE "OVF" TO WS-FRM-REASON
           ELSE
           IF WS-FRM-STEP-USED >= WS-FRM-STEP-MAX
              MOVE "N" TO WS-FRM-VALID-FLAG
              MOVE "FRM" TO WS-FRM-REASON
           ELSE
              MOVE WS-FRM-CALL-NUM1 TO WS-FRM-NUM1
              MOVE WS-FRM-CALL-NUM2 TO WS-FRM-NUM2
              CALL "CALCULATOR" USING WS-FRM-NUM1, WS-FRM-NUM2,
                   WS-FRM-RESULT, WS-FRM-CALL-OP, WS-FRM-CALC-STATUS,
                   WS-ROUND-MODE, WS-FRM-ACCUM-MODE,
                   WS-FRM-ACCUMULATOR, WS-FRM-ROUND-DIFF
              ADD 1 TO WS-FRM-STEP-USED
              MOVE WS-FRM-NUM1 TO WS-FRM-STEP-NUM1 (WS-FRM-STEP-USED)
              MOVE WS-FRM-CALL-OP
                 TO WS-FRM-STEP-OP (WS-FRM-STEP-USED)
              MOVE WS-FRM-NUM2 TO WS-FRM-STEP-NUM2 (WS-FRM-STEP-USED)
              MOVE WS-FRM-RESULT
                 TO WS-FRM-STEP-RESULT (WS-FRM-STEP-USED)
              MOVE WS-FRM-CALC-STATUS
                 TO WS-FRM-STEP-STATUS (WS-FRM-STEP-USED)
              MOVE WS-FRM-ROUND-DIFF
                 TO WS-FRM-STEP-ROUND (WS-FRM-STEP-USED)
              EVALUATE WS-FRM-CALC-STATUS
                 WHEN 1
                    MOVE "N" TO WS-FRM-VALID-FLAG
                    MOVE "DIV" TO WS-FRM-REASON
                 WHEN 2
                    MOVE "N" TO WS-FRM-VALID-FLAG
                    MOVE "OVF" TO WS-FRM-REASON
              END-EVALUATE
           END-IF
           END-IF.

      * The record is rebuilt in the ordinary layout around the last
      * step and goes through the normal posting path.
       POST-FORMULA-RECORD.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-FRM-STEP-NUM1 (WS-FRM-STEP-USED) TO TRANS-NUM1
           MOVE WS-FRM-STEP-NUM2 (WS-FRM-STEP-USED) TO TRANS-NUM2
           MOVE WS-FRM-STEP-OP (WS-FRM-STEP-USED) TO TRANS-OPERATION
           MOVE WS-FRM-ORIG-CURRENCY TO TRANS-CURRENCY
           MOVE WS-FRM-ORIG-ENTITY TO TRANS-ENTITY
           MOVE WS-FRM-ORIG-TAX-CODE TO TRANS-TAX-CODE
           MOVE WS-FRM-ORIG-ACCOUNT TO TRANS-ACCOUNT
           MOVE 0 TO TRANS-VALUE-DATE
           MOVE WS-FRM-ORIG-DEPARTMENT TO TRANS-DEPARTMENT
           MOVE TRANS-NUM1 TO WS-NUM1
           MOVE TRANS-NUM2 TO WS-NUM2
           MOVE TRANS-OPERATION TO WS-OPERATION
           IF TRANS-ENTITY = SPACES
              OR TRANS-ENTITY = LOW-VALUES
              MOVE WS-ENTITY-CODE TO WS-REC-ENTITY
           ELSE
              MOVE TRANS-ENTITY TO WS-REC-ENTITY
           END-IF
           IF TRANS-DEPARTMENT = LOW-VALUES
              MOVE SPACES TO WS-REC-DEPARTMENT
           ELSE
              MOVE TRANS-DEPARTMENT TO WS-REC-DEPARTMENT
           END-IF
           PERFORM SET-RECORD-CURRENCY
           IF NOT WS-TRANS-EOF
              PERFORM PROCESS-ONE-RECORD
           END-IF.

       APPEND-FORMULA-TRACE.
           IF WS-DRY-RUN-MODE
              CONTINUE
           ELSE
              MOVE SPACES TO WS-FRM-TRACE-FILENAME
              STRING "formula" DELIMITED BY SIZE
                     WS-AUDIT-FILENAME (6:) DELIMITED BY SPACE
                     INTO WS-FRM-TRACE-FILENAME
              END-STRING
              OPEN EXTEND FORMULA-TRACE-FILE
              IF WS-FRM-TRACE-STATUS = "35"
                 OPEN OUTPUT FORMULA-TRACE-FILE
              END-IF
              IF WS-FRM-TRACE-STATUS = "00"
                 MOVE SPACES TO FORMULA-TRACE-RECORD
                 MOVE CALC-REC-TRANS-ID TO FS-TRANS-ID
                 SET FS-IS-EXPRESSION TO TRUE
                 MOVE WS-FRM-ORIG-EXPRESSION TO FSE-EXPRESSION
                 WRITE FORMULA-TRACE-RECORD
                 PERFORM WRITE-FORMULA-STEP
                    VARYING WS-FRM-STEP-IDX FROM 1 BY 1
                    UNTIL WS-FRM-STEP-IDX > WS-FRM-STEP-USED
                 CLOSE FORMULA-TRACE-FILE
              END-IF
           END-IF.

       WRITE-FORMULA-STEP.
           MOVE SPACES TO FORMULA-TRACE-RECORD
           MOVE CALC-REC-TRANS-ID TO FS-TRANS-ID
           SET FS-IS-STEP TO TRUE
           MOVE WS-FRM-STEP-IDX TO FSS-STEP
           MOVE WS-FRM-STEP-NUM1 (WS-FRM-STEP-IDX) TO FSS-NUM1
           MOVE WS-FRM-STEP-OP (WS-FRM-STEP-IDX) TO FSS-OPERATION
           MOVE WS-FRM-STEP-NUM2 (WS-FRM-STEP-IDX) TO FSS-NUM2
           MOVE WS-FRM-STEP-RESULT (WS-FRM-STEP-IDX) TO FSS-RESULT
           MOVE WS-FRM-STEP-STATUS (WS-FRM-STEP-IDX) TO FSS-STATUS
           MOVE WS-FRM-STEP-ROUND (WS-FRM-STEP-IDX) TO FSS-ROUND-DIFF
           WRITE FORMULA-TRACE-RECORD.

       PROCESS-ONE-RECORD.
           PERFORM VALIDATE-INPUT
           IF NOT WS-INPUT-VALID
                   WS-RESULT, WS-OPERATION, WS-CALC-STATUS,
                   WS-ROUND-MODE, WS-ACCUM-MODE,
                   WS-ACCUMULATOR, WS-ROUND-DIFF
              IF WS-FORMULA-ACTIVE
                 ADD WS-FRM-PRIOR-ROUND TO WS-ROUND-DIFF
              END-IF

              IF WS-CALC-DIVIDE-BY-ZERO OR WS-CALC-OVERFLOW
                 IF WS-CALC-OVERFLOW
                    IF WS-FLOOR-BREACHED
                       MOVE "NSF" TO WS-SUSPENSE-REASON
                    ELSE
                       IF WS-LIMIT-COLL-BLOCK
                          MOVE "COL" TO WS-SUSPENSE-REASON
                       ELSE
                          MOVE "LIM" TO WS-SUSPENSE-REASON
                       END-IF
                    END-IF
                    PERFORM WRITE-SUSPENSE-RECORD
                 ELSE
                 MOVE "N" TO WS-FRD-HIT-FLAG
                 MOVE SPACES TO WS-FRD-HIT-RULE
                 IF WS-FRD-RULE-USED > 0
                    PERFORM CHECK-FRAUD-RULES
                 END-IF
                 PERFORM NEXT-TRANS-ID
                 PERFORM BUILD-CALC-RECORD
                 IF WS-FORMULA-ACTIVE
                    PERFORM APPEND-FORMULA-TRACE
                 END-IF

                 IF WS-SCREEN-HIT
                    PERFORM WRITE-COMPLIANCE-RECORD
                 ELSE
                 IF (WS-HOLD-MODE AND WS-RESULT-ABOVE-THRESHOLD)
                    OR WS-LIMIT-BREACH-CUMUL OR WS-FRAUD-HIT
                    PERFORM WRITE-HOLD-RECORD
                 ELSE
                 MOVE "W" TO WS-FILE-MODE
                    IF WS-ADJUST-MODE
                       PERFORM APPEND-PPA-REPORT
                    END-IF
                    IF WS-BACKVALUE-DATE NOT = 0
                       AND NOT WS-DRY-RUN-MODE
                       PERFORM APPEND-BACKVALUE-REGISTER
                    END-IF
                    IF WS-FEE-USED > 0 OR WS-FEE-KEYED
                       PERFORM GENERATE-FEE-TRANSACTION
                    END-IF
                 ELSE
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF

              PERFORM WRITE-OPS-ALERT
           END-IF.

      * Each intraday cycle refreshes the currency position file
      * so treasury sees the exposure as the cycles post; limit
      * alerts are raised by the position program itself.
       REFRESH-FX-POSITION.
           MOVE SPACES TO WS-QUIESCE-CMD
           STRING "FXP_ACTION=UPDATE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BIN-PREFIX)
                     DELIMITED BY SIZE
                  "fx_position" DELIMITED BY SIZE
                  INTO WS-QUIESCE-CMD
           END-STRING
           CALL "SYSTEM" USING WS-QUIESCE-CMD
               RETURNING WS-QUIESCE-CMD-RC
           IF WS-QUIESCE-CMD-RC NOT = 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: currency positions refreshed "
                         "with exceptions - see the position alerts"
              ELSE
                 DISPLAY "ATTENTION: positions de change mises a "
                         "jour avec anomalies - voir les alertes"
              END-IF
           END-IF.

       WRITE-INTERIM-TRAILER.
           MOVE WS-BATCH-HASH-TOTAL TO WS-HASH-TOTAL-EDIT
           MOVE SPACES TO WS-FILE-CONTENT
