      *****************************************************************
      * FACTRIX - processed request reference index, keyed on the
      * submitter and request reference.  The batch step adds an
      * entry for every request it accepts, with the request's
      * record type, NUM and R, the run date and job id, and the
      * outcome: 'C' result computed, 'O' result overflowed.  The
      * batch date the request was first submitted under and
      * whether it passed through FACTREJ suspense or FACTCRY
      * carryover on the way are kept for turnaround reporting.  A
      * later request carrying the same submitter, reference and
      * request content is a duplicate.  Rejected requests are never
      * added, so their resubmissions pass.  Entries are purged on
      * the audit retention cutoff at month end.
      *****************************************************************
       01  REFERENCE-INDEX-RECORD.
           05 RIX-KEY.
               10 RIX-SUBMITTER-ID PIC X(8).
               10 RIX-REQUEST-REF  PIC X(12).
           05 RIX-REC-TYPE         PIC X(1).
           05 RIX-NUM              PIC 9(3).
           05 RIX-R                PIC 9(3).
           05 RIX-RUN-DATE         PIC X(8).
           05 RIX-JOB-ID           PIC X(8).
           05 RIX-OUTCOME          PIC X(1).
               88 RIX-WAS-COMPUTED         VALUE 'C'.
               88 RIX-WAS-OVERFLOW         VALUE 'O'.
           05 RIX-BATCH-DATE       PIC X(8).
           05 RIX-SUSPENSE-FLAG    PIC X(1).
               88 RIX-WAS-SUSPENDED        VALUE 'Y'.
           05 RIX-CARRY-FLAG       PIC X(1).
               88 RIX-WAS-CARRIED          VALUE 'Y'.
           05 FILLER               PIC X(26).
