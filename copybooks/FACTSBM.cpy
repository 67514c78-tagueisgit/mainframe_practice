      *****************************************************************
      * FACTSBM - submitter authorization master, keyed on the
      * submitter id carried on the FACTIN batch header.
      * SBM-ALLOWED-TYPES lists the record type codes the submitter
      * may request, one code per position, unused positions blank.
      * SBM-NUM-CEILING is the submitter's own NUM limit; the batch
      * step applies the lower of it and NUMMAX (zero means NUMMAX
      * alone applies).  SBM-MONTHLY-QUOTA is the number of requests
      * the submitter may have processed in a calendar month (zero
      * means no limit); SBM-QUOTA-USED counts the requests
      * processed in SBM-QUOTA-PERIOD (YYYYMM) and starts again from
      * zero when the period rolls.
      *****************************************************************
       01  SUBMITTER-RECORD.
           05 SBM-SUBMITTER-ID     PIC X(8).
           05 SBM-NAME             PIC X(30).
           05 SBM-STATUS           PIC X(1).
               88 SBM-IS-ACTIVE            VALUE 'A'.
               88 SBM-IS-SUSPENDED         VALUE 'S'.
           05 SBM-ALLOWED-TYPES    PIC X(8).
           05 SBM-NUM-CEILING      PIC 9(3).
           05 SBM-MONTHLY-QUOTA    PIC 9(7).
           05 SBM-QUOTA-PERIOD     PIC X(6).
           05 SBM-QUOTA-USED       PIC 9(7).
           05 FILLER               PIC X(10).
