      * FACTAUD - audit trail record, one per request processed.
      * AUD-REC-TYPE carries the request record type so usage can
      * be billed at the per-type rate card prices.
      * AUD-OUTCOME-CNT is the number of FACTOUT records the
      * request produced - one for an ordinary request, one per
      * outcome for a distribution ('D') request, zero when it was
      * rejected or overflowed.
      * AUD-RETURN-CODE is 00 accepted, 10 rejected, 20 overflow,
      * or 30 for a reversal written by FactReverseProg: it
      * repeats the original request's job, type, NUM, result and
      * outcome count, stamped with the time of the reversal, so
      * the request is credited on the next invoice.
      * AUD-SEAL-NUM is the FACTSEAL seal of the run that wrote the
      * record; blank on records written before the trail was sealed.
      *****************************************************************
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP        PIC X(21).
           05 AUD-REC-TYPE         PIC X(1).
           05 FILLER               PIC X(1).
           05 AUD-REQUEST-REF      PIC X(12).
           05 FILLER               PIC X(1).
           05 AUD-OUTCOME-CNT      PIC 9(3).
           05 AUD-SEAL-NUM         PIC 9(5).
