      * decimal value for binomial ('D') results and the mantissa for
      * approximated ('A') results, with OUT-EXPONENT holding the
      * power of ten.  OUT-SUBMITTER-ID carries the submitter from
      * the FACTIN batch header the request arrived in.  A
      * distribution ('D') request writes one record per outcome,
      * all under its request reference: OUT-R carries the outcome
      * k, OUT-OUTCOME-SEQ numbers the outcomes from 1 and
      * OUT-CUM-PROB carries the probability of k or fewer.  Both
      * are spaces on every other record type.
      *****************************************************************
       01  OUTPUT-RECORD.
           05 OUT-REC-TYPE         PIC X(1).
           05 OUT-SUBMITTER-ID     PIC X(8).
           05 FILLER               PIC X(1).
           05 OUT-REQUEST-REF      PIC X(12).
           05 FILLER               PIC X(1).
           05 OUT-OUTCOME-SEQ      PIC 9(3).
           05 FILLER               PIC X(1).
           05 OUT-CUM-PROB         PIC 9.9(16).
           05 FILLER               PIC X(1).
