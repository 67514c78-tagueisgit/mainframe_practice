      * reference carried through every downstream file; left
      * blank, the batch step generates one as the short batch
      * date (YYMMDD) plus a six-digit sequence that runs across
      * the whole input file.  A distribution ('D') request asks
      * for every outcome at once; IN-DIST-BASIS says which:
      *   'B' binomial      - IN-NUM trials at probability IN-PROB,
      *                       one result for each k = 0..n
      *   'G' hypergeometric - IN-NUM lot, IN-R sample and
      *                       IN-LOT-DEFECT lot defectives, one
      *                       result for each possible count of
      *                       sample defectives
      * IN-FIRST-BATCH-DATE is stamped by the batch step with the
      * batch date the request first arrived under, and is kept
      * when the request goes to FACTREJ suspense (IN-SUSPENSE-FLAG
      * 'Y') or FACTCRY carryover (IN-CARRY-FLAG 'Y') and comes
      * back in a later batch, so turnaround is measured from the
      * original submission.  All three are blank on a new request.
      * INH-PRIORITY on the batch header is the batch's priority
      * class, set by the intake editor: 'U' urgent batches are
      * processed ahead of routine ones and never carried over to
      * the next window; 'R' or blank is routine.
      *****************************************************************
       01  INPUT-RECORD.
           05 IN-REC-TYPE          PIC X(1).
           05 IN-LOT-DEFECT        PIC 9(3).
           05 IN-SAM-DEFECT        PIC 9(3).
           05 IN-REQUEST-REF       PIC X(12).
           05 IN-DIST-BASIS        PIC X(1).
           05 IN-FIRST-BATCH-DATE  PIC X(8).
           05 IN-SUSPENSE-FLAG     PIC X(1).
               88 IN-WAS-SUSPENDED         VALUE 'Y'.
           05 IN-CARRY-FLAG        PIC X(1).
               88 IN-WAS-CARRIED           VALUE 'Y'.
           05 FILLER               PIC X(37).
       01  INPUT-HEADER-RECORD.
           05 INH-TYPE             PIC X(1).
           05 INH-SUBMITTER-ID     PIC X(8).
           05 INH-BATCH-DATE       PIC X(8).
           05 INH-PRIORITY         PIC X(1).
               88 INH-IS-URGENT            VALUE 'U'.
           05 FILLER               PIC X(62).
       01  INPUT-TRAILER-RECORD.
           05 INT-TYPE             PIC X(1).
           05 INT-RECORD-CNT       PIC 9(7).
