      *****************************************************************
      * FACTSEAL - audit trail seal, one per run that writes FACTAUD.
      * The run takes the next seal number when it opens the audit
      * trail, writes its seal open ('O') and stamps the number in
      * AUD-SEAL-NUM on every audit record it writes.  When the run
      * ends cleanly the seal is rewritten in place as closed ('C')
      * with its control totals:
      *   SEAL-RECORD-CNT   audit records written under the seal
      *   SEAL-FACT-SUM     sum of their AUD-FACT, low 18 digits
      *   SEAL-CHAIN-START  check value the run started from - the
      *                     chain end of the last seal closed
      *                     before it opened
      *   SEAL-CHAIN-END    check value after the run's last record
      * The check value is chained record by record over the first
      * 75 bytes of each audit record (everything but the seal
      * number), so a record altered, dropped, added or moved
      * within the run changes it.  A restarted run takes up its
      * own open seal again.  SEAL-FIRST-DATE is the date the seal
      * was opened and SEAL-LAST-DATE the date it was closed.
      *****************************************************************
       01  SEAL-RECORD.
           05 SEAL-NUM             PIC 9(5).
           05 FILLER               PIC X(1).
           05 SEAL-STATUS          PIC X(1).
               88 SEAL-IS-OPEN             VALUE 'O'.
               88 SEAL-IS-CLOSED           VALUE 'C'.
           05 FILLER               PIC X(1).
           05 SEAL-STEP            PIC X(8).
           05 FILLER               PIC X(1).
           05 SEAL-JOB-ID          PIC X(8).
           05 FILLER               PIC X(1).
           05 SEAL-FIRST-DATE      PIC X(8).
           05 FILLER               PIC X(1).
           05 SEAL-LAST-DATE       PIC X(8).
           05 FILLER               PIC X(1).
           05 SEAL-RECORD-CNT      PIC 9(7).
           05 FILLER               PIC X(1).
           05 SEAL-FACT-SUM        PIC 9(18).
           05 FILLER               PIC X(1).
           05 SEAL-CHAIN-START     PIC 9(9).
           05 FILLER               PIC X(1).
           05 SEAL-CHAIN-END       PIC 9(9).
           05 FILLER               PIC X(10).
