      * the sum of the exact-form ('E') results.  The detail result
      * follows the FACTOUT form convention: whole number for 'E',
      * decimal for 'D', mantissa plus IFC-DET-EXPONENT for 'A'.
      * Distribution outcome details carry the FACTOUT outcome
      * sequence and cumulative probability.
      * A reversal detail ('V' in IFC-DET-ENTRY-TYPE) repeats a
      * result sent on an earlier feed so the statistics team can
      * back it out.  Reversal details are included in the header
      * and trailer counts; the trailer result sum is the sum of
      * the 'E' results sent less the 'E' results reversed, with
      * IFC-TRL-SUM-SIGN '-' when the reversals are the greater,
      * and IFC-TRL-REVERSAL-CNT counts the reversal details.
      *****************************************************************
       01  IFC-HEADER-RECORD.
           05 IFC-HDR-TYPE          PIC X(1).
           05 IFC-DET-RESULT-FORM   PIC X(1).
           05 IFC-DET-EXPONENT      PIC 9(3).
           05 IFC-DET-REQUEST-REF   PIC X(12).
           05 IFC-DET-OUTCOME-SEQ   PIC 9(3).
           05 IFC-DET-CUM-PROB      PIC 9.9(16).
           05 IFC-DET-ENTRY-TYPE    PIC X(1).
               88 IFC-DET-IS-REVERSAL      VALUE 'V'.
           05 FILLER                PIC X(16).
       01  IFC-TRAILER-RECORD.
           05 IFC-TRL-TYPE          PIC X(1).
           05 IFC-TRL-RECORD-CNT    PIC 9(7).
           05 IFC-TRL-RESULT-SUM    PIC 9(18).
           05 IFC-TRL-SUM-SIGN      PIC X(1).
               88 IFC-TRL-SUM-NEGATIVE     VALUE '-'.
           05 IFC-TRL-REVERSAL-CNT  PIC 9(7).
           05 FILLER                PIC X(46).
