      *****************************************************************
      * FACTJNL - FACTMST results master change journal.  Every
      * program that updates the master appends one entry per
      * change, in the order the changes were made:
      *   'A' add     - after image only
      *   'R' rewrite - before and after images
      *   'D' delete  - before image only
      *   'B' image copy taken - no images; written by the BACKUP
      *                 function of FactMastRcvProg with the same
      *                 timestamp as the FACTMBK image copy header,
      *                 so recovery knows where the copy ends and
      *                 the replay begins
      * Each entry carries the program, the job id and the time of
      * the change; changes applied from an approved FACTPND change
      * set also carry the approving operator.  Unused image areas
      * are spaces.
      *****************************************************************
       01  JOURNAL-RECORD.
           05 JNL-TIMESTAMP        PIC X(21).
           05 JNL-ACTION           PIC X(1).
               88 JNL-IS-ADD               VALUE 'A'.
               88 JNL-IS-REWRITE           VALUE 'R'.
               88 JNL-IS-DELETE            VALUE 'D'.
               88 JNL-IS-IMAGE-COPY        VALUE 'B'.
           05 JNL-PROGRAM          PIC X(16).
           05 JNL-JOB-ID           PIC X(8).
           05 JNL-BEFORE-IMAGE     PIC X(80).
           05 JNL-AFTER-IMAGE      PIC X(80).
           05 JNL-APPROVED-BY      PIC X(8).
           05 FILLER               PIC X(6).
