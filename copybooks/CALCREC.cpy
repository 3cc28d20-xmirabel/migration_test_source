           05  CALC-REC-ORIG-DATE      PIC 9(08).
           05  CALC-REC-RUN-ID         PIC X(15).
           05  CALC-REC-CHAIN-HASH     PIC 9(9).
      *    Customer rate actually applied to the conversion - the mid
      *    rate above less the desk spread when the result is paid out,
      *    plus it when collected - and the FX margin that earned, in
      *    the currency of CALC-REC-RESULT.  In the chain hash when
      *    not blank; records written before these fields existed
      *    are hashed without them.
           05  CALC-REC-CUST-RATE      PIC 9(3)V9999.
           05  CALC-REC-FX-MARGIN      PIC S9(11)V99.
