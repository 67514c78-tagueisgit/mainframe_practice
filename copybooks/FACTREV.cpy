      *****************************************************************
      * FACTREV - request reversal transaction and register entry.
      * A department that submitted a request in error asks for it
      * to be backed out by request reference; the transaction
      * names the submitter the request arrived under and a short
      * reason.  FactReverseProg appends every reversal it accepts
      * to the FACTRVH register in the same layout, with the
      * business date it was reversed on, the job the request was
      * originally run and billed under and the number of FACTOUT
      * records backed out.  Those fields are blank on input.
      *****************************************************************
       01  REVERSAL-RECORD.
           05 REV-REQUEST-REF      PIC X(12).
           05 FILLER               PIC X(1).
           05 REV-SUBMITTER-ID     PIC X(8).
           05 FILLER               PIC X(1).
           05 REV-REASON           PIC X(30).
           05 FILLER               PIC X(1).
           05 REV-REVERSAL-DATE    PIC X(8).
           05 FILLER               PIC X(1).
           05 REV-JOB-ID           PIC X(8).
           05 FILLER               PIC X(1).
           05 REV-OUTCOME-CNT      PIC 9(3).
           05 FILLER               PIC X(6).
