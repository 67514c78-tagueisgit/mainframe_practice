      *****************************************************************
      * FACTPND - pending change set for the FACTMST results master.
      * Destructive master maintenance (FactMastProg LOAD and PURGE,
      * FactMastVerProg quarantine deletes) does not touch the
      * master: it stages the changes here, one set per file, and
      * prints them on the FACTMPV preview.  FactMastApprProg
      * applies the set once a second operator approves it.
      *   'H' header  - set id (the time it was staged), function,
      *                 staging program, preparing operator, job id,
      *                 status, and the count of master changes on
      *                 FACTJNL (image copies excluded) when the set
      *                 was staged, with the time of the last one;
      *                 any later change makes the set stale
      *   'C' change  - 'A' add (after image), 'R' rewrite (before
      *                 and after images) or 'D' delete (before
      *                 image); the before image is the entry as it
      *                 stood when the set was staged
      *   'T' trailer - change counts, so a truncated set is caught
      * PNH-STATUS is 'P' while the set awaits approval and is
      * rewritten to 'A' once applied or 'X' once rejected as stale
      * or incomplete.  Unused image areas are spaces.
      *****************************************************************
       01  PENDING-RECORD.
           05 PND-REC-TYPE         PIC X(1).
               88 PND-IS-HEADER            VALUE 'H'.
               88 PND-IS-CHANGE            VALUE 'C'.
               88 PND-IS-TRAILER           VALUE 'T'.
           05 PND-ACTION           PIC X(1).
               88 PND-IS-ADD               VALUE 'A'.
               88 PND-IS-REWRITE           VALUE 'R'.
               88 PND-IS-DELETE            VALUE 'D'.
           05 PND-BEFORE-IMAGE     PIC X(80).
           05 PND-AFTER-IMAGE      PIC X(80).
           05 FILLER               PIC X(18).
       01  PENDING-HEADER-RECORD.
           05 PNH-TYPE             PIC X(1).
           05 PNH-SET-ID           PIC X(14).
           05 PNH-FUNCTION         PIC X(8).
           05 PNH-PROGRAM          PIC X(16).
           05 PNH-PREPARER         PIC X(8).
           05 PNH-JOB-ID           PIC X(8).
           05 PNH-STATUS           PIC X(1).
               88 PNH-IS-PENDING           VALUE 'P'.
               88 PNH-IS-APPLIED           VALUE 'A'.
               88 PNH-IS-REJECTED          VALUE 'X'.
           05 PNH-JNL-COUNT        PIC 9(9).
           05 PNH-JNL-LAST-TIME    PIC X(21).
           05 FILLER               PIC X(94).
       01  PENDING-TRAILER-RECORD.
           05 PNT-TYPE             PIC X(1).
           05 PNT-CHANGE-CNT       PIC 9(7).
           05 PNT-ADD-CNT          PIC 9(7).
           05 PNT-REWRITE-CNT      PIC 9(7).
           05 PNT-DELETE-CNT       PIC 9(7).
           05 FILLER               PIC X(151).
