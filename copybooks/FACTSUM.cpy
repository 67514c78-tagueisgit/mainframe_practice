      * before the FACTIFC feed is released.  The same record is
      * appended to the FACTHST run-history file, where the run
      * date and job id identify the run it came from.
      * SUM-URGENT-DONE and SUM-ROUTINE-DONE count the details of
      * urgent and routine batches dealt with (written or rejected),
      * including on a restart those the earlier attempt did, so
      * they tie to FACTIN less whatever was carried to FACTCRY.
      *****************************************************************
       01  RUN-SUMMARY-RECORD.
           05 SUM-RECORDS-READ     PIC 9(7).
           05 SUM-RUN-DATE         PIC X(8).
           05 FILLER               PIC X(1).
           05 SUM-JOB-ID           PIC X(8).
           05 FILLER               PIC X(1).
           05 SUM-URGENT-DONE      PIC 9(7).
           05 FILLER               PIC X(1).
           05 SUM-ROUTINE-DONE     PIC 9(7).
           05 FILLER               PIC X(5).
