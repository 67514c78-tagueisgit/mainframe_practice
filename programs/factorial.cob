           SELECT FACT-AUDIT-FILE ASSIGN TO FACTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT FACT-SEAL-FILE ASSIGN TO FACTSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.
           SELECT FACT-REPORT-FILE ASSIGN TO FACTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT FACT-JOURNAL-FILE ASSIGN TO FACTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.
           SELECT FACT-SUBMITTER-FILE ASSIGN TO FACTSBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SBM-SUBMITTER-ID
               FILE STATUS IS WS-SBM-FILE-STATUS.
           SELECT FACT-REFERENCE-FILE ASSIGN TO FACTRIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RIX-KEY
               FILE STATUS IS WS-RIX-FILE-STATUS.
           SELECT FACT-PENDING-FILE ASSIGN TO FACTRVP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVP-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-INPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTAUD.

       FD  FACT-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FACTSEAL.

       FD  FACT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD             PIC X(132).
           05 CRY-HDR-TYPE         PIC X(1).
           05 CRY-HDR-SUBMITTER-ID PIC X(8).
           05 CRY-HDR-BATCH-DATE   PIC X(8).
           05 CRY-HDR-PRIORITY     PIC X(1).
           05 FILLER               PIC X(62).
       01  CARRYOVER-TRAILER-RECORD.
           05 CRY-TRL-TYPE         PIC X(1).
           05 CRY-TRL-RECORD-CNT   PIC 9(7).
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTMST.

       FD  FACT-JOURNAL-FILE
           RECORD CONTAINS 220 CHARACTERS.
       COPY FACTJNL.

       FD  FACT-SUBMITTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTSBM.

       FD  FACT-REFERENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTRIX.

       FD  FACT-PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-REVERSAL-RECORD PIC X(80).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       COPY FACTWORK.
       01 R                   PIC 9(3)   VALUE ZEROS.
           88 REC-IS-PERMUTATION         VALUE 'P'.
           88 REC-IS-BINOMIAL            VALUE 'B'.
           88 REC-IS-HYPERGEOM           VALUE 'G'.
           88 REC-IS-DISTRIBUTION        VALUE 'D'.
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-INPUT               VALUE 'Y'.
       01 WS-OVERFLOW-SWITCH  PIC X      VALUE 'N'.
           88 REJECT-BAD-PROBABILITY     VALUE 06.
           88 REJECT-BATCH-UNBALANCED    VALUE 07.
           88 REJECT-BAD-SAMPLING        VALUE 08.
           88 REJECT-SUBMITTER-UNKNOWN   VALUE 09.
           88 REJECT-SUBMITTER-SUSPENDED VALUE 10.
           88 REJECT-OVER-QUOTA          VALUE 11.
           88 REJECT-TYPE-NOT-ALLOWED    VALUE 12.
           88 REJECT-NUM-OVER-CEILING    VALUE 13.
           88 REJECT-DUPLICATE-REQUEST   VALUE 14.
           88 REJECT-BAD-DIST-BASIS      VALUE 15.
           88 REJECT-IS-SUSPENSE         VALUES 07 09 10 11 14.
       01 WS-REJECT-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-SUSPENSE-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-FILE-STATUS  PIC X(2)   VALUE SPACES.
           88 MASTER-HIT                 VALUE 'Y'.
       01 WS-MST-AVAIL-SWITCH PIC X      VALUE 'N'.
           88 MASTER-IS-AVAILABLE        VALUE 'Y'.
      * Every entry added to FACTMST is journaled to FACTJNL so the
      * master can be rebuilt forward from its last image copy; the
      * master is not updated at all when the journal cannot be
      * opened.
       01 WS-JNL-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-VERIFY-EOF-SWITCH PIC X     VALUE 'N'.
           88 VERIFY-END-OF-INPUT        VALUE 'Y'.
       01 WS-BATCH-BAL-SWITCH PIC X      VALUE 'N'.
               10 WS-BT-TRL-HASH   PIC 9(9).
               10 WS-BT-TRL-SWITCH PIC X.
               10 WS-BT-BAL-SWITCH PIC X.
               10 WS-BT-AUTH-REASON PIC 9(2).
               10 WS-BT-ALLOWED-TYPES PIC X(8).
               10 WS-BT-NUM-CEILING PIC 9(3).
               10 WS-BT-USED-CNT   PIC 9(7).
               10 WS-BT-PRIORITY   PIC X.
       01 WS-BATCH-COUNT      PIC 9(3)   COMP VALUE ZEROS.
       01 WS-BATCH-INDEX      PIC 9(3)   COMP VALUE ZEROS.
       01 WS-BATCH-TABLE-MAX  PIC 9(3)   COMP VALUE 50.
       01 WS-CURR-BATCH-NUM   PIC 9(3)   COMP VALUE ZEROS.
       01 WS-CURR-SUBMITTER   PIC X(8)   VALUE SPACES.
       01 WS-CURR-BATCH-DATE  PIC X(8)   VALUE SPACES.
       01 WS-CURR-PRIORITY    PIC X      VALUE 'R'.
           88 CURR-BATCH-URGENT          VALUE 'U'.
      * Priority classes: when FACTIN holds urgent ('U' header)
      * batches it is read twice - an urgent pass taking only the
      * urgent batches' details, then a routine pass taking the
      * rest - so urgent work is done first wherever it sits in
      * the file.  The input record count runs on across both
      * passes, so checkpoints and restarts work as for one pass.
      * The DONE counts include details a restarted run passed
      * over as already done by the earlier attempt.
       01 WS-PASS-SWITCH      PIC X      VALUE 'R'.
           88 URGENT-PASS                VALUE 'U'.
           88 ROUTINE-PASS               VALUE 'R'.
       01 WS-INPUT-READ-SWITCH PIC X     VALUE 'N'.
           88 INPUT-RECORD-READ          VALUE 'Y'.
       01 WS-URGENT-BATCHES   PIC 9(3)   COMP VALUE ZEROS.
       01 WS-ROUTINE-BATCHES  PIC 9(3)   COMP VALUE ZEROS.
       01 WS-URGENT-DONE-CNT  PIC 9(7)   VALUE ZEROS.
       01 WS-ROUTINE-DONE-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-ROUTINE-DONE-DSP PIC ZZZ,ZZ9.
      * Submitter authorization: each batch header is looked up on
      * the FACTSBM master when the batch controls are checked.  An
      * unknown, suspended or over-quota submitter has the whole
      * batch rejected; the allowed record types and NUM ceiling
      * are kept in the batch table for the detail edits.  Requests
      * processed are posted to the submitter's monthly quota usage
      * when the run closes.
       01 WS-SBM-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SBM-AVAIL-SWITCH PIC X      VALUE 'N'.
           88 SUBMITTER-MASTER-AVAILABLE VALUE 'Y'.
       01 WS-QUOTA-PERIOD     PIC X(6)   VALUE SPACES.
       01 WS-QUOTA-NEEDED     PIC 9(7)   VALUE ZEROS.
       01 WS-PRIOR-INDEX      PIC 9(3)   COMP VALUE ZEROS.
       01 WS-TYPE-TALLY       PIC 9(3)   COMP VALUE ZEROS.
      * Cross-run duplicate detection: every accepted request is
      * added to the FACTRIX reference index, and a request whose
      * submitter, reference and content are already on the index
      * is rejected as a duplicate.  Entries written by this same
      * job earlier today are the restart redoing its own work and
      * are not duplicates.
       01 WS-RIX-FILE-STATUS  PIC X(2)   VALUE SPACES.
      * Daily cycle control: a batch run is step MAIN, or MAINPn
      * when FACTPART names the FactSplitProg partition it runs.
      * The step's predecessors are checked on FACTCYC before
      * anything is opened and its status is posted at the end;
      * a run ending 12 or 16 is posted failed so it can be rerun.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "MAIN".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.
       01 WS-PART-RAW         PIC X(8)   VALUE SPACES.
      * Request reference: taken from IN-REQUEST-REF when the
      * submitter supplied one, otherwise generated as the short
      * batch date (YYMMDD) plus a six-digit sequence running
       01 WS-REQUEST-REF      PIC X(12)  VALUE SPACES.
       01 WS-REF-SEQ          PIC 9(6)   VALUE ZEROS.
       01 WS-RPT-SUBMITTER    PIC X(8)   VALUE SPACES.
       01 WS-RPT-PRIORITY     PIC X      VALUE SPACE.
       01 WS-SUB-RECORD-COUNT PIC 9(7)   VALUE ZEROS.
       01 WS-SUB-RECORD-DSP   PIC ZZZ,ZZ9.
       01 WS-RUN-MODE         PIC X(11)  VALUE SPACES.
           88 RESULT-IS-EXACT            VALUE 'E'.
           88 RESULT-IS-DECIMAL          VALUE 'D'.
           88 RESULT-IS-APPROX           VALUE 'A'.
      * Distribution requests: every outcome is computed into the
      * table before anything is written, so a request whose
      * largest term overflows is rejected whole rather than
      * leaving part of its table on FACTOUT.  The binomial runs
      * k = 0..n; the hypergeometric runs k from the larger of
      * zero and n-(N-K) up to the smaller of n and K.
       01 WS-DIST-BASIS       PIC X      VALUE SPACE.
           88 DIST-IS-BINOMIAL           VALUE 'B'.
           88 DIST-IS-HYPERGEOM          VALUE 'G'.
       01 WS-OUTCOME-TABLE.
           05 WS-OUTCOME-ENTRY OCCURS 171 TIMES.
               10 WS-OT-K          PIC 9(3).
               10 WS-OT-PROB       PIC 9V9(16) COMP-3.
               10 WS-OT-CUM-PROB   PIC 9V9(16) COMP-3.
       01 WS-OUTCOME-COUNT    PIC 9(3)   COMP VALUE ZEROS.
       01 WS-OUTCOME-INDEX    PIC 9(3)   COMP VALUE ZEROS.
       01 WS-OUTCOME-K        PIC 9(3)   VALUE ZEROS.
       01 WS-OUTCOME-LOW      PIC 9(3)   VALUE ZEROS.
       01 WS-OUTCOME-HIGH     PIC 9(3)   VALUE ZEROS.
       01 WS-DIST-SAVE-R      PIC 9(3)   VALUE ZEROS.
       01 WS-CUM-PROB         PIC 9V9(16) COMP-3 VALUE ZEROS.
       01 WS-DIST-REQUEST-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-DIST-OUTCOME-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-OUTCOME-DSP      PIC ZZ9.
       01 WS-CUM-DISPLAY      PIC 9.9(16).
       01 WS-DIST-COUNT-DSP   PIC ZZZ,ZZ9.
       01 WS-MANTISSA         PIC 9V9(16) COMP-3 VALUE ZEROS.
       01 WS-MANT-WORK        PIC 9(4)V9(16) COMP-3 VALUE ZEROS.
       01 WS-EXPONENT         PIC 9(3)   VALUE ZEROS.
                                  VALUE 999999999999999999.
       01 WS-SUM-OVERFLOW-SWITCH PIC X   VALUE 'N'.
           88 SUM-OVERFLOW-OCCURRED       VALUE 'Y'.
      * Reversal details queued on FACTRVP by FactReverseProg go
      * out on the next single-pass run's FACTIFC after the day's
      * results; partition runs leave them for the merge.  The
      * trailer sum is netted and signed.
       01 WS-RVP-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-REVERSAL-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-REVERSAL-SUM     PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-NET-SUM          PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-NET-SIGN         PIC X(1)   VALUE SPACE.
       01 WS-IFC-SEND-COUNT   PIC 9(7)   VALUE ZEROS.
      * Audit trail sealing: the run opens a seal on FACTSEAL before
      * its first audit record and closes it with the record count,
      * AUD-FACT sum and chained check value when the run completes.
      * A cancelled or aborted run leaves its seal open and the
      * restart takes it up again, re-reading the records already
      * written under it from FACTAUD.  A partition run seals its
      * FACTAUDn on its own FACTSEALn, which the merge carries.
       01 WS-SEAL-FILE-STATUS PIC X(2)   VALUE SPACES.
       01 WS-SEAL-EOF-SWITCH  PIC X      VALUE 'N'.
           88 SEAL-END-OF-FILE           VALUE 'Y'.
       01 WS-SEAL-FOUND-SWITCH PIC X     VALUE 'N'.
           88 SEAL-ENTRY-FOUND           VALUE 'Y'.
       01 WS-SEAL-NUM         PIC 9(5)   VALUE ZEROS.
       01 WS-SEAL-LAST-NUM    PIC 9(5)   VALUE ZEROS.
       01 WS-SEAL-STEP        PIC X(8)   VALUE SPACES.
       01 WS-SEAL-FIRST-DATE  PIC X(8)   VALUE SPACES.
       01 WS-SEAL-RECORD-CNT  PIC 9(7)   VALUE ZEROS.
       01 WS-SEAL-FACT-SUM    PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-SEAL-CHAIN-START PIC 9(9)   VALUE ZEROS.
       01 WS-SEAL-CHAIN       PIC 9(9)   VALUE ZEROS.
       01 WS-SEAL-LAST-CHAIN  PIC 9(9)   VALUE ZEROS.
       01 WS-SEAL-REC-HASH    PIC 9(9)   COMP VALUE ZEROS.
       01 WS-SEAL-BYTE        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-SEAL-CHAIN-MOD   PIC 9(9)   VALUE 999999937.

      * Batch-window deadline forecasting.  DEADLINE=HHMMSS on
      * FACTPARM gives the window close; at every checkpoint
       01 WS-ELAPSED-SECONDS  PIC 9(7)   VALUE ZEROS.
       01 WS-PROJECTED-SECONDS PIC 9(7)  VALUE ZEROS.
       01 WS-SECONDS-PER-REC  PIC 9(5)V9(4) COMP-3 VALUE ZEROS.
       01 WS-ROUTINE-DETAIL-CNT PIC 9(7) VALUE ZEROS.
       01 WS-REMAINING-CNT    PIC 9(7)   VALUE ZEROS.
       01 WS-CRY-DETAIL-CNT   PIC 9(7)   VALUE ZEROS.
       01 WS-CRY-HASH-TOTAL   PIC 9(9)   VALUE ZEROS.
       01 WS-CRY-TOTAL-CNT    PIC 9(7)   VALUE ZEROS.
       01 WS-CRY-TOTAL-DSP    PIC ZZZ,ZZ9.
       01 WS-CRY-SEGMENT-SWITCH PIC X    VALUE 'N'.
           88 CARRYOVER-SEGMENT-OPEN     VALUE 'Y'.

       PROCEDURE DIVISION.
       START-PROCEDURE.
               IF WS-RUN-MODE = "INTERACTIVE"
                   PERFORM INTERACTIVE-PROCEDURE
               ELSE
                   PERFORM CHECK-CYCLE-CONTROL
                   IF CYCLE-REFUSED
                       MOVE 16 TO WS-COMPLETION-CODE
                   ELSE
                       PERFORM BATCH-PROCEDURE
                       PERFORM POST-CYCLE-COMPLETION
                   END-IF
               END-IF
           END-IF
           MOVE WS-COMPLETION-CODE TO RETURN-CODE
           STOP RUN.

      * A single-pass run needs the day's edit complete and must
      * not follow a split of the same day's input; a partition run
      * needs the split.  A refused run writes nothing, not even
      * FACTSUM, so the previous run's summary stays as it was.
       CHECK-CYCLE-CONTROL.
           ACCEPT WS-PART-RAW FROM ENVIRONMENT "FACTPART"
           IF WS-PART-RAW NOT = SPACES
               IF FUNCTION TRIM(WS-PART-RAW) = "1" OR "2" OR "3"
                       OR "4"
                   MOVE SPACES TO WS-CYCLE-STEP
                   STRING "MAINP" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PART-RAW) DELIMITED BY SIZE
                       INTO WS-CYCLE-STEP
                   END-STRING
               ELSE
                   DISPLAY "ERROR: FACTPART MUST BE 1-4"
                   SET CYCLE-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT CYCLE-REFUSED
               OPEN INPUT FACT-CYCLE-FILE
               IF WS-CYC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTCYC CYCLE CONTROL UNAVAILABLE"
                       " - STATUS " WS-CYC-FILE-STATUS
                   SET CYCLE-REFUSED TO TRUE
               ELSE
                   PERFORM READ-BUSINESS-DATE
                   IF NOT CYCLE-REFUSED
                       MOVE WS-CYCLE-STEP TO WS-CHECK-STEP
                       PERFORM CHECK-STEP-NOT-DONE
                   END-IF
                   IF NOT CYCLE-REFUSED
                       IF WS-CYCLE-STEP = "MAIN"
                           MOVE "EDIT" TO WS-CHECK-STEP
                           PERFORM CHECK-PREDECESSOR-STEP
                           IF NOT CYCLE-REFUSED
                               MOVE "SPLIT" TO WS-CHECK-STEP
                               PERFORM CHECK-STEP-NOT-DONE
                           END-IF
                       ELSE
                           MOVE "SPLIT" TO WS-CHECK-STEP
                           PERFORM CHECK-PREDECESSOR-STEP
                       END-IF
                   END-IF
                   CLOSE FACT-CYCLE-FILE
               END-IF
           END-IF
           IF CYCLE-REFUSED
               DISPLAY "ERROR: STEP " WS-CYCLE-STEP
                   " REFUSED BY CYCLE CONTROL - JOB TERMINATED"
           END-IF.

       READ-BUSINESS-DATE.
           MOVE 'D' TO CYC-REC-TYPE
           MOVE "BUSDATE" TO CYC-REC-ID
           READ FACT-CYCLE-FILE
               INVALID KEY
                   DISPLAY "ERROR: FACTCYC HAS NO BUSINESS DATE"
                   SET CYCLE-REFUSED TO TRUE
               NOT INVALID KEY
                   MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.

       READ-CYCLE-STEP.
           MOVE 'N' TO WS-STEP-DONE-SWITCH
           MOVE 'S' TO CYC-REC-TYPE
           MOVE WS-CHECK-STEP TO CYC-REC-ID
           READ FACT-CYCLE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CYC-STEP-COMPLETE
                           AND CYC-STEP-BUS-DATE = WS-BUSINESS-DATE
                       SET CYCLE-STEP-COMPLETE TO TRUE
                   END-IF
           END-READ.

       CHECK-PREDECESSOR-STEP.
           PERFORM READ-CYCLE-STEP
           IF NOT CYCLE-STEP-COMPLETE
               DISPLAY "ERROR: " WS-CHECK-STEP " NOT COMPLETE FOR"
                   " BUSINESS DATE " WS-BUSINESS-DATE
               SET CYCLE-REFUSED TO TRUE
           END-IF.

       CHECK-STEP-NOT-DONE.
           PERFORM READ-CYCLE-STEP
           IF CYCLE-STEP-COMPLETE
               DISPLAY "ERROR: " WS-CHECK-STEP " ALREADY COMPLETE FOR"
                   " BUSINESS DATE " WS-BUSINESS-DATE
               SET CYCLE-REFUSED TO TRUE
           END-IF.

       POST-CYCLE-COMPLETION.
           IF WS-COMPLETION-CODE > 8
               SET STEP-ENDED-FAILED TO TRUE
           ELSE
               SET STEP-ENDED-COMPLETE TO TRUE
           END-IF
           OPEN I-O FACT-CYCLE-FILE
           IF WS-CYC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTCYC UNAVAILABLE - STATUS "
                   WS-CYC-FILE-STATUS " - STEP " WS-CYCLE-STEP
                   " NOT POSTED"
           ELSE
               MOVE SPACES TO CYCLE-CONTROL-RECORD
               MOVE 'S' TO CYC-REC-TYPE
               MOVE WS-CYCLE-STEP TO CYC-REC-ID
               MOVE WS-STEP-STATUS TO CYC-STEP-STATUS
               MOVE WS-BUSINESS-DATE TO CYC-STEP-BUS-DATE
               MOVE WS-COMPLETION-CODE TO CYC-STEP-RETURN-CODE
               MOVE FUNCTION CURRENT-DATE TO CYC-STEP-TIMESTAMP
               WRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       REWRITE CYCLE-CONTROL-RECORD
                       END-REWRITE
               END-WRITE
               CLOSE FACT-CYCLE-FILE
           END-IF.

       READ-RUN-PARAMETERS.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "FACTMODE"
           OPEN INPUT FACT-PARM-FILE
       INTERACTIVE-PROCEDURE.
           MOVE 'N' TO WS-INTERACTIVE-SWITCH
           MOVE "INTERACT" TO WS-JOB-ID
           MOVE "INTERACT" TO WS-SEAL-STEP
           PERFORM OPEN-AUDIT-SEAL
           OPEN EXTEND FACT-AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               CLOSE FACT-AUDIT-FILE
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM
           CLOSE FACT-AUDIT-FILE
           PERFORM CLOSE-AUDIT-SEAL.

       BATCH-PROCEDURE.
           PERFORM READ-LAST-CHECKPOINT
               MOVE 16 TO WS-COMPLETION-CODE
               PERFORM WRITE-RUN-SUMMARY
           ELSE
           IF NOT SUBMITTER-MASTER-AVAILABLE
               DISPLAY "ERROR: FACTSBM SUBMITTER MASTER UNAVAILABLE"
                   " - JOB TERMINATED"
               CLOSE FACT-INPUT-FILE
               MOVE 16 TO WS-COMPLETION-CODE
               PERFORM WRITE-RUN-SUMMARY
           ELSE
           IF NOT BATCH-IS-BALANCED
               DISPLAY "ERROR: FACTIN BATCH OUT OF BALANCE"
                   " - JOB TERMINATED"
               MOVE 16 TO WS-COMPLETION-CODE
               PERFORM WRITE-RUN-SUMMARY
           ELSE
               IF WS-URGENT-BATCHES > 0
                   SET URGENT-PASS TO TRUE
               ELSE
                   SET ROUTINE-PASS TO TRUE
               END-IF
               PERFORM SKIP-TO-RESTART-POINT
               IF WS-RESTART-COUNT > 0
                   MOVE WS-RESTART-PAGE-COUNT TO WS-PAGE-COUNT
                   OPEN OUTPUT FACT-REPORT-FILE
                   OPEN OUTPUT FACT-REJECT-FILE
               END-IF
               IF WS-PARM-JOB-ID NOT = SPACES
                   MOVE WS-PARM-JOB-ID TO WS-JOB-ID
               ELSE
                   ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
                   IF WS-JOB-ID = SPACES
                       MOVE "BATCH" TO WS-JOB-ID
                   END-IF
               END-IF
               MOVE WS-CYCLE-STEP TO WS-SEAL-STEP
               PERFORM OPEN-AUDIT-SEAL
               OPEN EXTEND FACT-AUDIT-FILE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   CLOSE FACT-AUDIT-FILE
                   OPEN OUTPUT FACT-CHECKPOINT-FILE
               END-IF
               PERFORM OPEN-RESULTS-MASTER
               PERFORM OPEN-REFERENCE-INDEX
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
               PERFORM SET-WINDOW-DEADLINE
               PERFORM PRINT-REPORT-HEADER
               PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
                       OR WINDOW-CUTOFF OR OPERATOR-CANCELLED
                   ADD 1 TO WS-PROCESSED-COUNT
                   IF URGENT-PASS
                       ADD 1 TO WS-URGENT-DONE-CNT
                   ELSE
                       ADD 1 TO WS-ROUTINE-DONE-CNT
                   END-IF
                   PERFORM VALIDATE-INPUT
                   IF INPUT-IS-VALID
                       PERFORM PROCESS-INPUT-RECORD
                       PERFORM RECORD-REQUEST-REFERENCE
                       IF WS-CURR-BATCH-NUM > 0
                           ADD 1 TO WS-BT-USED-CNT (WS-CURR-BATCH-NUM)
                       END-IF
                   ELSE
                       PERFORM WRITE-REJECT-RECORD
                       MOVE 0 TO FACT
               CLOSE FACT-REJECT-FILE
               IF MASTER-IS-AVAILABLE
                   CLOSE FACT-MASTER-FILE
                   CLOSE FACT-JOURNAL-FILE
               END-IF
               CLOSE FACT-REFERENCE-FILE
               PERFORM POST-QUOTA-USAGE
               PERFORM COUNT-OUTPUT-RECORDS
               PERFORM PRINT-REPORT-TRAILER
               EVALUATE TRUE
                       MOVE 12 TO WS-COMPLETION-CODE
                   WHEN OTHER
                       PERFORM WRITE-COMPLETION-CHECKPOINT
                       PERFORM CLOSE-AUDIT-SEAL
                       EVALUATE TRUE
                           WHEN WINDOW-CUTOFF
                               MOVE 8 TO WS-COMPLETION-CODE
               END-IF
               PERFORM WRITE-RUN-SUMMARY
           END-IF
           END-IF
           END-IF.

      * Suspended details of out-of-balance batches, of batches
      * whose submitter is not authorized, and requests already
      * processed by an earlier run sit in FACTREJ through no fault
      * of their data, so they are left out of the data-quality
      * reject rate.
       CHECK-REJECT-THRESHOLD.
           IF WS-REJECT-PCT-MAX > 0
                   AND WS-PROCESSED-COUNT >= WS-REJECT-CHECK-MIN
           END-IF
           MOVE WS-REPORT-DATE TO SUM-RUN-DATE
           MOVE WS-JOB-ID TO SUM-JOB-ID
           MOVE WS-URGENT-DONE-CNT TO SUM-URGENT-DONE
           MOVE WS-ROUTINE-DONE-CNT TO SUM-ROUTINE-DONE
           WRITE RUN-SUMMARY-RECORD
           CLOSE FACT-SUMMARY-FILE
           PERFORM APPEND-RUN-HISTORY.
                       TO WS-BT-SUBMITTER-ID (WS-BATCH-INDEX)
                   MOVE INH-BATCH-DATE
                       TO WS-BT-BATCH-DATE (WS-BATCH-INDEX)
                   IF INH-IS-URGENT
                       MOVE 'U' TO WS-BT-PRIORITY (WS-BATCH-INDEX)
                   END-IF
               WHEN 'T'
                   IF WS-BATCH-INDEX = 0
                       PERFORM START-BATCH-ENTRY
               MOVE ZEROS TO WS-BT-TRL-HASH (WS-BATCH-INDEX)
               MOVE 'N' TO WS-BT-TRL-SWITCH (WS-BATCH-INDEX)
               MOVE 'N' TO WS-BT-BAL-SWITCH (WS-BATCH-INDEX)
               MOVE 'R' TO WS-BT-PRIORITY (WS-BATCH-INDEX)
           END-IF.

      * Every batch in the table balances on its own.  The run goes
               DISPLAY "ERROR: FACTIN BATCH HEADER MISSING"
               DISPLAY "ERROR: FACTIN BATCH TRAILER MISSING"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-QUOTA-PERIOD
           MOVE 'Y' TO WS-SBM-AVAIL-SWITCH
           OPEN INPUT FACT-SUBMITTER-FILE
           IF WS-SBM-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-SBM-AVAIL-SWITCH
               DISPLAY "ERROR: FACTSBM UNAVAILABLE - STATUS "
                   WS-SBM-FILE-STATUS
           END-IF
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                   UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
               PERFORM CHECK-ONE-BATCH
               IF SUBMITTER-MASTER-AVAILABLE
                   PERFORM AUTHORIZE-ONE-BATCH
               END-IF
           END-PERFORM
           IF SUBMITTER-MASTER-AVAILABLE
               CLOSE FACT-SUBMITTER-FILE
           END-IF
           IF WS-BALANCED-BATCHES > 0 AND NOT RUN-ABORTED
               MOVE 'Y' TO WS-BATCH-BAL-SWITCH
           END-IF.

       CHECK-ONE-BATCH.
           IF WS-BT-PRIORITY (WS-BATCH-INDEX) = 'U'
               ADD 1 TO WS-URGENT-BATCHES
           ELSE
               ADD 1 TO WS-ROUTINE-BATCHES
               ADD WS-BT-DETAIL-CNT (WS-BATCH-INDEX)
                   TO WS-ROUTINE-DETAIL-CNT
           END-IF
           MOVE 'Y' TO WS-BT-BAL-SWITCH (WS-BATCH-INDEX)
           IF WS-BT-SUBMITTER-ID (WS-BATCH-INDEX) = SPACES
               MOVE 'N' TO WS-BT-BAL-SWITCH (WS-BATCH-INDEX)
                   WS-BT-SUBMITTER-ID (WS-BATCH-INDEX) " DATE "
                   WS-BT-BATCH-DATE (WS-BATCH-INDEX)
                   " RECORDS " WS-BT-TRL-CNT (WS-BATCH-INDEX)
                   " PRIORITY " WS-BT-PRIORITY (WS-BATCH-INDEX)
           ELSE
               DISPLAY "BATCH SUSPENDED: SUBMITTER "
                   WS-BT-SUBMITTER-ID (WS-BATCH-INDEX)
                   " - DETAILS ROUTED TO FACTREJ"
           END-IF.

      * A balanced batch is checked against its submitter's FACTSBM
      * entry.  The quota test counts the batch's details, plus those
      * of earlier authorized batches from the same submitter in this
      * FACTIN, on top of the usage already posted for the month.  A
      * restarted run was admitted when it first started and its
      * usage is posted as it goes, so the quota is not re-tested.
       AUTHORIZE-ONE-BATCH.
           MOVE ZEROS TO WS-BT-AUTH-REASON (WS-BATCH-INDEX)
           MOVE SPACES TO WS-BT-ALLOWED-TYPES (WS-BATCH-INDEX)
           MOVE ZEROS TO WS-BT-NUM-CEILING (WS-BATCH-INDEX)
           MOVE ZEROS TO WS-BT-USED-CNT (WS-BATCH-INDEX)
           IF WS-BT-BAL-SWITCH (WS-BATCH-INDEX) = 'Y'
               MOVE ZEROS TO WS-REJECT-REASON
               MOVE WS-BT-SUBMITTER-ID (WS-BATCH-INDEX)
                   TO SBM-SUBMITTER-ID
               READ FACT-SUBMITTER-FILE
                   INVALID KEY
                       SET REJECT-SUBMITTER-UNKNOWN TO TRUE
                       DISPLAY "BATCH REJECTED: SUBMITTER "
                           WS-BT-SUBMITTER-ID (WS-BATCH-INDEX)
                           " NOT ON FACTSBM"
                   NOT INVALID KEY
                       IF NOT SBM-IS-ACTIVE
                           SET REJECT-SUBMITTER-SUSPENDED TO TRUE
                           DISPLAY "BATCH REJECTED: SUBMITTER "
                               WS-BT-SUBMITTER-ID (WS-BATCH-INDEX)
                               " SUSPENDED ON FACTSBM"
                       ELSE
                           MOVE SBM-ALLOWED-TYPES
                               TO WS-BT-ALLOWED-TYPES (WS-BATCH-INDEX)
                           MOVE SBM-NUM-CEILING
                               TO WS-BT-NUM-CEILING (WS-BATCH-INDEX)
                           IF WS-RESTART-COUNT = 0
                               PERFORM CHECK-SUBMITTER-QUOTA
                           END-IF
                       END-IF
               END-READ
               MOVE WS-REJECT-REASON
                   TO WS-BT-AUTH-REASON (WS-BATCH-INDEX)
           END-IF.

       CHECK-SUBMITTER-QUOTA.
           IF SBM-MONTHLY-QUOTA > 0
               IF SBM-QUOTA-PERIOD = WS-QUOTA-PERIOD
                   MOVE SBM-QUOTA-USED TO WS-QUOTA-NEEDED
               ELSE
                   MOVE 0 TO WS-QUOTA-NEEDED
               END-IF
               ADD WS-BT-DETAIL-CNT (WS-BATCH-INDEX) TO WS-QUOTA-NEEDED
               PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
                       UNTIL WS-PRIOR-INDEX >= WS-BATCH-INDEX
                   IF WS-BT-SUBMITTER-ID (WS-PRIOR-INDEX) =
                           WS-BT-SUBMITTER-ID (WS-BATCH-INDEX)
                           AND WS-BT-BAL-SWITCH (WS-PRIOR-INDEX) = 'Y'
                           AND WS-BT-AUTH-REASON (WS-PRIOR-INDEX) = 0
                       ADD WS-BT-DETAIL-CNT (WS-PRIOR-INDEX)
                           TO WS-QUOTA-NEEDED
                   END-IF
               END-PERFORM
               IF WS-QUOTA-NEEDED > SBM-MONTHLY-QUOTA
                   SET REJECT-OVER-QUOTA TO TRUE
                   DISPLAY "BATCH REJECTED: SUBMITTER "
                       WS-BT-SUBMITTER-ID (WS-BATCH-INDEX)
                       " MONTHLY QUOTA " SBM-MONTHLY-QUOTA
                       " EXCEEDED"
               END-IF
           END-IF.

      * Requests processed by this run are added to each submitter's
      * usage for the month.  Runs that stop early post what they
      * did, so a restart only counts the records it goes on to do.
       POST-QUOTA-USAGE.
           OPEN I-O FACT-SUBMITTER-FILE
           IF WS-SBM-FILE-STATUS = "00"
               PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                       UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
                   IF WS-BT-USED-CNT (WS-BATCH-INDEX) > 0
                       PERFORM POST-ONE-BATCH-USAGE
                   END-IF
               END-PERFORM
               CLOSE FACT-SUBMITTER-FILE
           ELSE
               DISPLAY "WARNING: FACTSBM UNAVAILABLE - STATUS "
                   WS-SBM-FILE-STATUS " - QUOTA USAGE NOT POSTED"
           END-IF.

       POST-ONE-BATCH-USAGE.
           MOVE WS-BT-SUBMITTER-ID (WS-BATCH-INDEX) TO SBM-SUBMITTER-ID
           READ FACT-SUBMITTER-FILE
               INVALID KEY
                   DISPLAY "WARNING: SUBMITTER "
                       WS-BT-SUBMITTER-ID (WS-BATCH-INDEX)
                       " NO LONGER ON FACTSBM - QUOTA USAGE NOT POSTED"
               NOT INVALID KEY
                   IF SBM-QUOTA-PERIOD NOT = WS-QUOTA-PERIOD
                       MOVE WS-QUOTA-PERIOD TO SBM-QUOTA-PERIOD
                       MOVE ZEROS TO SBM-QUOTA-USED
                   END-IF
                   ADD WS-BT-USED-CNT (WS-BATCH-INDEX) TO SBM-QUOTA-USED
                       ON SIZE ERROR
                           MOVE 9999999 TO SBM-QUOTA-USED
                   END-ADD
                   REWRITE SUBMITTER-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: FACTSBM REWRITE FAILED"
                               " FOR SUBMITTER " SBM-SUBMITTER-ID
                   END-REWRITE
           END-READ.

       READ-LAST-CHECKPOINT.
           MOVE 0 TO WS-RESTART-COUNT
           MOVE 0 TO WS-RESTART-PAGE-COUNT
               DISPLAY "RESTARTING AFTER RECORD " WS-RESTART-COUNT
               PERFORM UNTIL WS-INPUT-RECORD-CNT >= WS-RESTART-COUNT
                       OR END-OF-INPUT
                   PERFORM READ-FACTIN-RECORD
                   IF INPUT-RECORD-READ
                       IF IN-REC-TYPE = 'H'
                           PERFORM TRACK-CURRENT-BATCH
                       ELSE
                           IF IN-REC-TYPE NOT = 'T'
                               ADD 1 TO WS-REF-SEQ
                               IF WS-CURR-PRIORITY = WS-PASS-SWITCH
                                   IF URGENT-PASS
                                       ADD 1 TO WS-URGENT-DONE-CNT
                                   ELSE
                                       ADD 1 TO WS-ROUTINE-DONE-CNT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       READ-INPUT-RECORD.
           MOVE 'Y' TO WS-CONTROL-REC-SWITCH
           PERFORM UNTIL END-OF-INPUT OR NOT CONTROL-RECORD-READ
               PERFORM READ-FACTIN-RECORD
               IF INPUT-RECORD-READ
                   EVALUATE IN-REC-TYPE
                       WHEN 'H'
                           PERFORM TRACK-CURRENT-BATCH
                           IF WS-CURR-BATCH-NUM = 0
                               PERFORM TRACK-CURRENT-BATCH
                           END-IF
      * A detail of the other priority class is left for its own
      * pass; the reference sequence still counts it, so every
      * detail gets the same reference whichever pass takes it.
                           IF WS-CURR-PRIORITY = WS-PASS-SWITCH
                               MOVE 'N' TO WS-CONTROL-REC-SWITCH
                           ELSE
                               ADD 1 TO WS-REF-SEQ
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
                   TO WS-CURR-SUBMITTER
               MOVE WS-BT-BATCH-DATE (WS-CURR-BATCH-NUM)
                   TO WS-CURR-BATCH-DATE
               MOVE WS-BT-PRIORITY (WS-CURR-BATCH-NUM)
                   TO WS-CURR-PRIORITY
           END-IF.

      * End of file in the urgent pass, with routine batches still
      * to do, reopens FACTIN for the routine pass instead of
      * ending the input.
       READ-FACTIN-RECORD.
           MOVE 'N' TO WS-INPUT-READ-SWITCH
           READ FACT-INPUT-FILE
               AT END
                   IF URGENT-PASS AND WS-ROUTINE-BATCHES > 0
                       PERFORM START-ROUTINE-PASS
                   ELSE
                       SET END-OF-INPUT TO TRUE
                   END-IF
               NOT AT END
                   ADD 1 TO WS-INPUT-RECORD-CNT
                   SET INPUT-RECORD-READ TO TRUE
           END-READ.

       START-ROUTINE-PASS.
           CLOSE FACT-INPUT-FILE
           OPEN INPUT FACT-INPUT-FILE
           SET ROUTINE-PASS TO TRUE
           MOVE 0 TO WS-CURR-BATCH-NUM
           MOVE 'R' TO WS-CURR-PRIORITY
           MOVE 0 TO WS-REF-SEQ
           DISPLAY "URGENT BATCHES DONE AT RECORD " WS-INPUT-RECORD-CNT
               " - ROUTINE BATCHES STARTED".

      * Every detail advances the sequence, which runs across the
      * whole input - not per batch - so two batches sharing a
      * batch date can never generate the same reference.  Details
      * skipped on a restart advance it too, so a regenerated
      * reference always lands on the same value for the same
      * record.  The first batch date is stamped alongside, so a
      * request coming back from suspense or carryover keeps the
      * date it was originally submitted under.
       ASSIGN-REQUEST-REF.
           ADD 1 TO WS-REF-SEQ
               ON SIZE ERROR
               MOVE WS-REQUEST-REF TO IN-REQUEST-REF
           ELSE
               MOVE IN-REQUEST-REF TO WS-REQUEST-REF
           END-IF
           IF IN-FIRST-BATCH-DATE = SPACES
               MOVE WS-CURR-BATCH-DATE TO IN-FIRST-BATCH-DATE
           END-IF.

       SET-WINDOW-DEADLINE.
      * from the rate observed so far; when it lands past the
      * window deadline the run cuts off cleanly at this record
      * boundary and the remainder goes to the carryover batch.
      * Only the routine pass is ever cut off, and only routine
      * work still to do is projected - urgent batches are finished
      * before the routine pass begins.
       CHECK-WINDOW-FORECAST.
           IF DEADLINE-IS-SET AND ROUTINE-PASS
                   AND FUNCTION MOD(WS-INPUT-RECORD-CNT
                       WS-CHECKPOINT-EVERY) = 0
                   AND WS-PROCESSED-COUNT > 0
               END-IF
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-NOW-SECONDS - WS-START-SECONDS
      * Routine details already passed over on a restart are done
      * work - only what is left past this run's progress counts
      * against the window.
               IF WS-ROUTINE-DETAIL-CNT > WS-ROUTINE-DONE-CNT
                   COMPUTE WS-REMAINING-CNT =
                       WS-ROUTINE-DETAIL-CNT - WS-ROUTINE-DONE-CNT
               ELSE
                   MOVE 0 TO WS-REMAINING-CNT
               END-IF
      * FACTIN.  Details belonging to suspended batches keep going
      * to FACTREJ here exactly as they would have in the main
      * loop, so a bad batch cannot launder itself into a balanced
      * carryover.  Cutoff only comes in the routine pass, so every
      * carried batch is routine; urgent batches met on the way were
      * finished in the urgent pass and are passed over.
       WRITE-CARRYOVER-BATCH.
           OPEN OUTPUT FACT-CARRYOVER-FILE
           MOVE 0 TO WS-CRY-TOTAL-CNT
           MOVE 'N' TO WS-CRY-SEGMENT-SWITCH
           IF NOT CURR-BATCH-URGENT
               PERFORM OPEN-CARRYOVER-SEGMENT
           END-IF
           PERFORM CARRY-ONE-RECORD
           PERFORM UNTIL END-OF-INPUT
               READ FACT-INPUT-FILE
               WHEN 'H'
                   PERFORM CLOSE-CARRYOVER-SEGMENT
                   PERFORM TRACK-CURRENT-BATCH
                   IF NOT CURR-BATCH-URGENT
                       PERFORM OPEN-CARRYOVER-SEGMENT
                   END-IF
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   IF CURR-BATCH-URGENT
                       ADD 1 TO WS-REF-SEQ
                   ELSE
                   IF WS-CURR-BATCH-NUM > 0
                           AND (WS-BT-BAL-SWITCH (WS-CURR-BATCH-NUM)
                               NOT = 'Y'
                           OR WS-BT-AUTH-REASON (WS-CURR-BATCH-NUM)
                               NOT = ZEROS)
                       ADD 1 TO WS-PROCESSED-COUNT
                       ADD 1 TO WS-ROUTINE-DONE-CNT
                       PERFORM ASSIGN-REQUEST-REF
                       IF WS-BT-BAL-SWITCH (WS-CURR-BATCH-NUM) NOT = 'Y'
                           SET REJECT-BATCH-UNBALANCED TO TRUE
                       ELSE
                           MOVE WS-BT-AUTH-REASON (WS-CURR-BATCH-NUM)
                               TO WS-REJECT-REASON
                       END-IF
                       PERFORM WRITE-REJECT-RECORD
                       MOVE 0 TO FACT
                       MOVE ZEROS TO NUM
      * Stamping the reference here keeps it stable when the
      * carryover batch is processed in the next window.
                       PERFORM ASSIGN-REQUEST-REF
                       SET IN-WAS-CARRIED TO TRUE
                       MOVE INPUT-RECORD TO CARRYOVER-RECORD
                       WRITE CARRYOVER-RECORD
                       ADD 1 TO WS-CRY-DETAIL-CNT
                           ADD IN-NUM TO WS-CRY-HASH-TOTAL
                       END-IF
                   END-IF
                   END-IF
           END-EVALUATE.

       OPEN-CARRYOVER-SEGMENT.
           SET CARRYOVER-SEGMENT-OPEN TO TRUE
           MOVE 0 TO WS-CRY-DETAIL-CNT
           MOVE 0 TO WS-CRY-HASH-TOTAL
           MOVE SPACES TO CARRYOVER-HEADER-RECORD
           MOVE 'H' TO CRY-HDR-TYPE
           MOVE WS-CURR-SUBMITTER TO CRY-HDR-SUBMITTER-ID
           MOVE WS-CURR-BATCH-DATE TO CRY-HDR-BATCH-DATE
           MOVE 'R' TO CRY-HDR-PRIORITY
           WRITE CARRYOVER-HEADER-RECORD.

       CLOSE-CARRYOVER-SEGMENT.
           IF CARRYOVER-SEGMENT-OPEN
               MOVE SPACES TO CARRYOVER-TRAILER-RECORD
               MOVE 'T' TO CRY-TRL-TYPE
               MOVE WS-CRY-DETAIL-CNT TO CRY-TRL-RECORD-CNT
               MOVE WS-CRY-HASH-TOTAL TO CRY-TRL-HASH-TOTAL
               WRITE CARRYOVER-TRAILER-RECORD
               MOVE 'N' TO WS-CRY-SEGMENT-SWITCH
           END-IF.

       WRITE-CHECKPOINT-IF-DUE.
           IF FUNCTION MOD(WS-INPUT-RECORD-CNT WS-CHECKPOINT-EVERY) = 0

       BUILD-INTERFACE-FILE.
           PERFORM COUNT-OUTPUT-RECORDS
           MOVE 0 TO WS-REVERSAL-COUNT
           IF WS-CYCLE-STEP = "MAIN"
               PERFORM COUNT-PENDING-REVERSALS
           END-IF
           COMPUTE WS-IFC-SEND-COUNT =
               WS-IFC-RECORD-COUNT + WS-REVERSAL-COUNT
           OPEN INPUT FACT-OUTPUT-FILE
           OPEN OUTPUT FACT-INTERFACE-FILE
           MOVE SPACES TO IFC-HEADER-RECORD
           MOVE 'H' TO IFC-HDR-TYPE
           MOVE WS-REPORT-DATE TO IFC-HDR-RUN-DATE
           MOVE WS-IFC-SEND-COUNT TO IFC-HDR-RECORD-CNT
           WRITE IFC-HEADER-RECORD
           MOVE 'N' TO WS-IFC-EOF-SWITCH
           PERFORM UNTIL IFC-END-OF-FILE
                       MOVE OUT-RESULT-FORM TO IFC-DET-RESULT-FORM
                       MOVE OUT-EXPONENT TO IFC-DET-EXPONENT
                       MOVE OUT-REQUEST-REF TO IFC-DET-REQUEST-REF
                       IF OUT-REC-TYPE = 'D'
                           MOVE OUT-OUTCOME-SEQ TO IFC-DET-OUTCOME-SEQ
                           MOVE OUT-CUM-PROB TO IFC-DET-CUM-PROB
                       END-IF
                       WRITE IFC-DETAIL-RECORD
                       IF OUT-RESULT-FORM = 'E'
                           ADD OUT-FACT TO WS-RESULT-SUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FACT-OUTPUT-FILE
           IF WS-REVERSAL-COUNT > 0
               PERFORM SEND-PENDING-REVERSALS
           END-IF
           IF WS-RESULT-SUM < WS-REVERSAL-SUM
               COMPUTE WS-NET-SUM = WS-REVERSAL-SUM - WS-RESULT-SUM
               MOVE '-' TO WS-NET-SIGN
           ELSE
               COMPUTE WS-NET-SUM = WS-RESULT-SUM - WS-REVERSAL-SUM
               MOVE SPACE TO WS-NET-SIGN
           END-IF
           MOVE SPACES TO IFC-TRAILER-RECORD
           MOVE 'T' TO IFC-TRL-TYPE
           MOVE WS-IFC-SEND-COUNT TO IFC-TRL-RECORD-CNT
           MOVE WS-REVERSAL-COUNT TO IFC-TRL-REVERSAL-CNT
           MOVE WS-NET-SIGN TO IFC-TRL-SUM-SIGN
           IF SUM-OVERFLOW-OCCURRED
              OR WS-NET-SUM > WS-TRAILER-SUM-MAX
               MOVE WS-TRAILER-SUM-MAX TO IFC-TRL-RESULT-SUM
               DISPLAY "FATAL: TRAILER RESULT SUM INVALID - OVERFLOW"
           ELSE
               MOVE WS-NET-SUM TO IFC-TRL-RESULT-SUM
           END-IF
           WRITE IFC-TRAILER-RECORD
           CLOSE FACT-INTERFACE-FILE
      * Once sent, the queued reversals are cleared so the next
      * feed does not repeat them.
           IF WS-REVERSAL-COUNT > 0
               OPEN OUTPUT FACT-PENDING-FILE
               CLOSE FACT-PENDING-FILE
               MOVE WS-REVERSAL-COUNT TO WS-RECORD-COUNT-DSP
               DISPLAY "REVERSAL DETAILS SENT ON FACTIFC: "
                   WS-RECORD-COUNT-DSP
           END-IF.

       COUNT-PENDING-REVERSALS.
           MOVE 'N' TO WS-IFC-EOF-SWITCH
           OPEN INPUT FACT-PENDING-FILE
           IF WS-RVP-FILE-STATUS = "00"
               PERFORM UNTIL IFC-END-OF-FILE
                   READ FACT-PENDING-FILE
                       AT END SET IFC-END-OF-FILE TO TRUE
                       NOT AT END ADD 1 TO WS-REVERSAL-COUNT
                   END-READ
               END-PERFORM
               CLOSE FACT-PENDING-FILE
           END-IF
           MOVE 'N' TO WS-IFC-EOF-SWITCH.

       SEND-PENDING-REVERSALS.
           MOVE 'N' TO WS-IFC-EOF-SWITCH
           OPEN INPUT FACT-PENDING-FILE
           PERFORM UNTIL IFC-END-OF-FILE
               READ FACT-PENDING-FILE
                   AT END SET IFC-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PENDING-REVERSAL-RECORD
                           TO IFC-DETAIL-RECORD
                       WRITE IFC-DETAIL-RECORD
                       IF IFC-DET-RESULT-FORM = 'E'
                           ADD IFC-DET-RESULT TO WS-REVERSAL-SUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FACT-PENDING-FILE.

      * Distribution requests are counted once, on their first
      * outcome, and their outcome records separately, so the
      * report can show how many requests the records answer.
       COUNT-OUTPUT-RECORDS.
           MOVE 0 TO WS-IFC-RECORD-COUNT
           MOVE 0 TO WS-DIST-REQUEST-CNT
           MOVE 0 TO WS-DIST-OUTCOME-CNT
           MOVE 'N' TO WS-IFC-EOF-SWITCH
           OPEN INPUT FACT-OUTPUT-FILE
           PERFORM UNTIL IFC-END-OF-FILE
               READ FACT-OUTPUT-FILE
                   AT END SET IFC-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IFC-RECORD-COUNT
                       IF OUT-REC-TYPE = 'D'
                           ADD 1 TO WS-DIST-OUTCOME-CNT
                           IF OUT-OUTCOME-SEQ = 1
                               ADD 1 TO WS-DIST-REQUEST-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FACT-OUTPUT-FILE.
       VALIDATE-INPUT.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE ZEROS TO WS-REJECT-REASON
           MOVE SPACE TO WS-DIST-BASIS
           IF WS-CURR-BATCH-NUM > 0
                   AND WS-BT-BAL-SWITCH (WS-CURR-BATCH-NUM) NOT = 'Y'
               MOVE 'N' TO WS-VALID-SWITCH
               SET REJECT-BATCH-UNBALANCED TO TRUE
           END-IF
           IF WS-VALID-SWITCH = 'Y' AND WS-CURR-BATCH-NUM > 0
                   AND WS-BT-AUTH-REASON (WS-CURR-BATCH-NUM) NOT = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE WS-BT-AUTH-REASON (WS-CURR-BATCH-NUM)
                   TO WS-REJECT-REASON
           END-IF
           IF WS-VALID-SWITCH = 'Y'
               IF NOT REC-IS-FACTORIAL AND NOT REC-IS-COMBINATION
                       AND NOT REC-IS-PERMUTATION
                       AND NOT REC-IS-BINOMIAL
                       AND NOT REC-IS-HYPERGEOM
                       AND NOT REC-IS-DISTRIBUTION
                   MOVE 'N' TO WS-VALID-SWITCH
                   SET REJECT-BAD-REC-TYPE TO TRUE
                   DISPLAY "ERROR: INVALID RECORD TYPE " WS-REC-TYPE
                       " - RECORD REJECTED"
               END-IF
           END-IF
           IF WS-VALID-SWITCH = 'Y' AND WS-CURR-BATCH-NUM > 0
               MOVE 0 TO WS-TYPE-TALLY
               INSPECT WS-BT-ALLOWED-TYPES (WS-CURR-BATCH-NUM)
                   TALLYING WS-TYPE-TALLY FOR ALL WS-REC-TYPE
               IF WS-TYPE-TALLY = 0
                   MOVE 'N' TO WS-VALID-SWITCH
                   SET REJECT-TYPE-NOT-ALLOWED TO TRUE
                   DISPLAY "ERROR: RECORD TYPE " WS-REC-TYPE
                       " NOT ALLOWED FOR SUBMITTER " WS-CURR-SUBMITTER
               END-IF
           END-IF
           IF WS-VALID-SWITCH = 'Y' AND REC-IS-DISTRIBUTION
               IF IN-DIST-BASIS = 'B' OR IN-DIST-BASIS = 'G'
                   MOVE IN-DIST-BASIS TO WS-DIST-BASIS
               ELSE
                   MOVE 'N' TO WS-VALID-SWITCH
                   SET REJECT-BAD-DIST-BASIS TO TRUE
                   DISPLAY "ERROR: INVALID DISTRIBUTION BASIS "
                       IN-DIST-BASIS " - RECORD REJECTED"
               END-IF
           END-IF
           IF WS-VALID-SWITCH = 'Y'
               IF IN-NUM NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-VALID-SWITCH = 'Y' AND WS-CURR-BATCH-NUM > 0
               IF WS-BT-NUM-CEILING (WS-CURR-BATCH-NUM) > 0
                       AND NUM > WS-BT-NUM-CEILING (WS-CURR-BATCH-NUM)
                   MOVE 'N' TO WS-VALID-SWITCH
                   SET REJECT-NUM-OVER-CEILING TO TRUE
                   DISPLAY "ERROR: NUM " NUM " EXCEEDS CEILING "
                       WS-BT-NUM-CEILING (WS-CURR-BATCH-NUM)
                       " FOR SUBMITTER " WS-CURR-SUBMITTER
               END-IF
           END-IF
           IF WS-VALID-SWITCH = 'Y'
               IF IN-R NOT NUMERIC
                   IF REC-IS-COMBINATION OR REC-IS-PERMUTATION
                           OR REC-IS-BINOMIAL OR REC-IS-HYPERGEOM
                           OR DIST-IS-HYPERGEOM
                       MOVE 'N' TO WS-VALID-SWITCH
                       SET REJECT-R-NOT-NUMERIC TO TRUE
                       DISPLAY "ERROR: NON-NUMERIC R - RECORD REJECTED"
               ELSE
                   IF REC-IS-COMBINATION OR REC-IS-PERMUTATION
                           OR REC-IS-BINOMIAL OR REC-IS-HYPERGEOM
                           OR DIST-IS-HYPERGEOM
                       IF R > NUM
                           MOVE 'N' TO WS-VALID-SWITCH
                           SET REJECT-R-EXCEEDS-NUM TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-VALID-SWITCH = 'Y'
                   AND (REC-IS-BINOMIAL OR DIST-IS-BINOMIAL)
               IF IN-PROB NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SWITCH
                   SET REJECT-BAD-PROBABILITY TO TRUE
           END-IF
           IF WS-VALID-SWITCH = 'Y' AND REC-IS-HYPERGEOM
               PERFORM VALIDATE-SAMPLING-PARMS
           END-IF
           IF WS-VALID-SWITCH = 'Y' AND DIST-IS-HYPERGEOM
               PERFORM VALIDATE-LOT-DEFECTIVES
           END-IF
           IF WS-VALID-SWITCH = 'Y'
               PERFORM CHECK-DUPLICATE-REQUEST
           END-IF.

       CHECK-DUPLICATE-REQUEST.
           MOVE WS-CURR-SUBMITTER TO RIX-SUBMITTER-ID
           MOVE WS-REQUEST-REF TO RIX-REQUEST-REF
           READ FACT-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RIX-REC-TYPE = WS-REC-TYPE AND RIX-NUM = NUM
                           AND RIX-R = R
                       IF WS-RESTART-COUNT > 0
                               AND RIX-JOB-ID = WS-JOB-ID
                               AND RIX-RUN-DATE = WS-REPORT-DATE
                           CONTINUE
                       ELSE
                           MOVE 'N' TO WS-VALID-SWITCH
                           SET REJECT-DUPLICATE-REQUEST TO TRUE
                           DISPLAY "ERROR: REQUEST " WS-REQUEST-REF
                               " ALREADY PROCESSED " RIX-RUN-DATE
                               " JOB " RIX-JOB-ID
                               " - DUPLICATE REJECTED"
                       END-IF
                   END-IF
           END-READ.

       OPEN-REFERENCE-INDEX.
           OPEN I-O FACT-REFERENCE-FILE
           IF WS-RIX-FILE-STATUS = "35"
               OPEN OUTPUT FACT-REFERENCE-FILE
               CLOSE FACT-REFERENCE-FILE
               OPEN I-O FACT-REFERENCE-FILE
           END-IF
           IF WS-RIX-FILE-STATUS NOT = "00"
               SET RUN-ABORTED TO TRUE
               DISPLAY "FATAL: FACTRIX UNAVAILABLE - STATUS "
                   WS-RIX-FILE-STATUS " - RUN ABORTED"
           END-IF.

      * A reference already on the index with different content is
      * a generated reference that happens to repeat an older one;
      * the entry is replaced by the request just processed.
       RECORD-REQUEST-REFERENCE.
           MOVE SPACES TO REFERENCE-INDEX-RECORD
           MOVE WS-CURR-SUBMITTER TO RIX-SUBMITTER-ID
           MOVE WS-REQUEST-REF TO RIX-REQUEST-REF
           MOVE WS-REC-TYPE TO RIX-REC-TYPE
           MOVE NUM TO RIX-NUM
           MOVE R TO RIX-R
           MOVE WS-REPORT-DATE TO RIX-RUN-DATE
           MOVE WS-JOB-ID TO RIX-JOB-ID
           MOVE IN-FIRST-BATCH-DATE TO RIX-BATCH-DATE
           MOVE IN-SUSPENSE-FLAG TO RIX-SUSPENSE-FLAG
           MOVE IN-CARRY-FLAG TO RIX-CARRY-FLAG
           IF OVERFLOW-OCCURRED
               SET RIX-WAS-OVERFLOW TO TRUE
           ELSE
               SET RIX-WAS-COMPUTED TO TRUE
           END-IF
           WRITE REFERENCE-INDEX-RECORD
               INVALID KEY
                   REWRITE REFERENCE-INDEX-RECORD
                   END-REWRITE
           END-WRITE.

      * Acceptance-sampling relationship edits: the sample cannot
      * exceed the lot (already enforced by the R > NUM check), lot
      * defectives cannot exceed the lot, sample defectives cannot
               END-EVALUATE
           END-IF.

      * A hypergeometric distribution needs only the lot
      * defectives; the sample defective counts are the outcomes.
       VALIDATE-LOT-DEFECTIVES.
           IF IN-LOT-DEFECT NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               SET REJECT-BAD-SAMPLING TO TRUE
               DISPLAY "ERROR: NON-NUMERIC LOT DEFECTIVES"
                   " - RECORD REJECTED"
           ELSE
               MOVE IN-LOT-DEFECT TO WS-LOT-DEFECT
               IF WS-LOT-DEFECT > NUM
                   MOVE 'N' TO WS-VALID-SWITCH
                   SET REJECT-BAD-SAMPLING TO TRUE
                   DISPLAY "ERROR: LOT DEFECTIVES "
                       WS-LOT-DEFECT " EXCEED LOT " NUM
               END-IF
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           SET IN-WAS-SUSPENDED TO TRUE
           MOVE INPUT-RECORD TO REJ-ORIGINAL
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           MOVE WS-INPUT-RECORD-CNT TO REJ-RECORD-NUM
           MOVE WS-REQUEST-REF TO REJ-REQUEST-REF
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           IF REJECT-IS-SUSPENSE
               ADD 1 TO WS-SUSPENSE-COUNT
           END-IF.

                       PERFORM BINOMIAL-CALC
                   WHEN REC-IS-HYPERGEOM
                       PERFORM HYPERGEOMETRIC-CALC
                   WHEN REC-IS-DISTRIBUTION
                       PERFORM DISTRIBUTION-CALC
                   WHEN OTHER
                       PERFORM COMPUTE-FACTORIAL
               END-EVALUATE
                   MOVE 0 TO FACT
                   MOVE 20 TO WS-RETURN-CODE
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
               IF REC-IS-DISTRIBUTION
                   PERFORM WRITE-DISTRIBUTION-RESULTS
               ELSE
                   PERFORM WRITE-OUTPUT-RESULT
                   PERFORM ADD-MASTER-RESULT
               END-IF
               END-IF
           END-IF.

      * One FACTOUT record per outcome, all under the request's
      * reference, with R carrying the outcome k while each is
      * written; the request's own R is put back afterwards for
      * the reference index.
       WRITE-DISTRIBUTION-RESULTS.
           SET RESULT-IS-DECIMAL TO TRUE
           PERFORM VARYING WS-OUTCOME-INDEX FROM 1 BY 1
                   UNTIL WS-OUTCOME-INDEX > WS-OUTCOME-COUNT
               MOVE WS-OT-K (WS-OUTCOME-INDEX) TO R
               MOVE WS-OT-PROB (WS-OUTCOME-INDEX) TO WS-DECIMAL-RESULT
               PERFORM WRITE-OUTPUT-RESULT
           END-PERFORM
           MOVE WS-DIST-SAVE-R TO R.

       WRITE-OUTPUT-RESULT.
           MOVE SPACES TO OUTPUT-RECORD
           MOVE WS-REC-TYPE TO OUT-REC-TYPE
           MOVE WS-RESULT-FORM TO OUT-RESULT-FORM
           MOVE WS-CURR-SUBMITTER TO OUT-SUBMITTER-ID
           MOVE WS-REQUEST-REF TO OUT-REQUEST-REF
           IF REC-IS-DISTRIBUTION
               MOVE WS-OUTCOME-INDEX TO OUT-OUTCOME-SEQ
               MOVE WS-OT-CUM-PROB (WS-OUTCOME-INDEX) TO OUT-CUM-PROB
           END-IF
           WRITE OUTPUT-RECORD
           MOVE 00 TO WS-RETURN-CODE
           PERFORM PRINT-DETAIL-LINE.
               MOVE 'N' TO WS-MST-AVAIL-SWITCH
               DISPLAY "WARNING: FACTMST UNAVAILABLE - STATUS "
                   WS-MST-FILE-STATUS " - ALL RESULTS WILL BE COMPUTED"
           ELSE
               OPEN EXTEND FACT-JOURNAL-FILE
               IF WS-JNL-FILE-STATUS NOT = "00"
                   CLOSE FACT-JOURNAL-FILE
                   OPEN OUTPUT FACT-JOURNAL-FILE
               END-IF
               IF WS-JNL-FILE-STATUS NOT = "00"
                   CLOSE FACT-MASTER-FILE
                   MOVE 'N' TO WS-MST-AVAIL-SWITCH
                   DISPLAY "WARNING: FACTJNL UNAVAILABLE - STATUS "
                       WS-JNL-FILE-STATUS
                       " - ALL RESULTS WILL BE COMPUTED"
               END-IF
           END-IF.

       LOOKUP-MASTER-RESULT.
      * Binomial results vary with the probability field and
      * hypergeometric results with the defective counts - none of
      * which are part of the master key - so B and G records
      * bypass the master, as do distribution requests, which
      * yield a table rather than a single result.
           MOVE 'N' TO WS-MST-HIT-SWITCH
           IF MASTER-IS-AVAILABLE AND NOT REC-IS-BINOMIAL
                   AND NOT REC-IS-HYPERGEOM
                   AND NOT REC-IS-DISTRIBUTION
               MOVE WS-REC-TYPE TO MST-REC-TYPE
               MOVE NUM TO MST-NUM
               MOVE R TO MST-R
       ADD-MASTER-RESULT.
           IF MASTER-IS-AVAILABLE AND NOT REC-IS-BINOMIAL
                   AND NOT REC-IS-HYPERGEOM
                   AND NOT REC-IS-DISTRIBUTION
               MOVE SPACES TO MASTER-RECORD
               MOVE WS-REC-TYPE TO MST-REC-TYPE
               MOVE NUM TO MST-NUM
               MOVE WS-REPORT-DATE TO MST-LAST-DATE
               WRITE MASTER-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM JOURNAL-MASTER-ADD
               END-WRITE
           END-IF.

       JOURNAL-MASTER-ADD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO JNL-TIMESTAMP
           SET JNL-IS-ADD TO TRUE
           MOVE "FactorialProg" TO JNL-PROGRAM
           MOVE WS-JOB-ID TO JNL-JOB-ID
           MOVE MASTER-RECORD TO JNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       COMPUTE-FACTORIAL.
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE NUM TO WS-CALC-N
               SET RESULT-IS-DECIMAL TO TRUE
           END-IF.

      * Computes every outcome of a distribution request into the
      * outcome table with its running cumulative probability.
      * The binomial terms come from BINOMIAL-CALC with R set to
      * each k; the hypergeometric terms from HYPERGEOMETRIC-CALC
      * with each k as the sample defectives.
       DISTRIBUTION-CALC.
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE R TO WS-DIST-SAVE-R
           MOVE 0 TO WS-OUTCOME-COUNT
           MOVE 0 TO WS-CUM-PROB
           IF DIST-IS-BINOMIAL
               MOVE 0 TO WS-OUTCOME-LOW
               MOVE NUM TO WS-OUTCOME-HIGH
           ELSE
               IF R > (NUM - WS-LOT-DEFECT)
                   COMPUTE WS-OUTCOME-LOW = R - (NUM - WS-LOT-DEFECT)
               ELSE
                   MOVE 0 TO WS-OUTCOME-LOW
               END-IF
               IF R < WS-LOT-DEFECT
                   MOVE R TO WS-OUTCOME-HIGH
               ELSE
                   MOVE WS-LOT-DEFECT TO WS-OUTCOME-HIGH
               END-IF
           END-IF
           PERFORM VARYING WS-OUTCOME-K FROM WS-OUTCOME-LOW BY 1
                   UNTIL WS-OUTCOME-K > WS-OUTCOME-HIGH
                       OR OVERFLOW-OCCURRED
               PERFORM DISTRIBUTION-OUTCOME-CALC
           END-PERFORM
           MOVE WS-DIST-SAVE-R TO R
           MOVE 0 TO FACT.

      * Rounding in the individual terms can carry the running
      * total a hair past one on the last outcome; it is held
      * at one.
       DISTRIBUTION-OUTCOME-CALC.
           IF DIST-IS-BINOMIAL
               MOVE WS-OUTCOME-K TO R
               PERFORM BINOMIAL-CALC
           ELSE
               MOVE WS-OUTCOME-K TO WS-SAM-DEFECT
               PERFORM HYPERGEOMETRIC-CALC
           END-IF
           IF NOT OVERFLOW-OCCURRED
               ADD 1 TO WS-OUTCOME-COUNT
               ADD WS-DECIMAL-RESULT TO WS-CUM-PROB
               IF WS-CUM-PROB > 1
                   MOVE 1 TO WS-CUM-PROB
               END-IF
               MOVE WS-OUTCOME-K TO WS-OT-K (WS-OUTCOME-COUNT)
               MOVE WS-DECIMAL-RESULT
                   TO WS-OT-PROB (WS-OUTCOME-COUNT)
               MOVE WS-CUM-PROB TO WS-OT-CUM-PROB (WS-OUTCOME-COUNT)
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-RETURN-CODE TO AUD-RETURN-CODE
           MOVE WS-REC-TYPE TO AUD-REC-TYPE
           MOVE WS-REQUEST-REF TO AUD-REQUEST-REF
           IF WS-RETURN-CODE NOT = 00
               MOVE 0 TO AUD-OUTCOME-CNT
           ELSE
               IF REC-IS-DISTRIBUTION
                   MOVE WS-OUTCOME-COUNT TO AUD-OUTCOME-CNT
               ELSE
                   MOVE 1 TO AUD-OUTCOME-CNT
               END-IF
           END-IF
           MOVE WS-SEAL-NUM TO AUD-SEAL-NUM
           WRITE AUDIT-RECORD
           IF WS-SEAL-NUM > 0
               PERFORM ADD-TO-AUDIT-SEAL
           END-IF.

      * The next seal number follows the last seal on file and the
      * chain starts from the last closed seal's check value.  A
      * restart finds the seal its own step and job left open.
       FIND-LAST-SEAL.
           MOVE ZEROS TO WS-SEAL-LAST-NUM
           MOVE ZEROS TO WS-SEAL-LAST-CHAIN
           MOVE 'N' TO WS-SEAL-FOUND-SWITCH
           MOVE 'N' TO WS-SEAL-EOF-SWITCH
           OPEN INPUT FACT-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = "00"
               PERFORM UNTIL SEAL-END-OF-FILE
                   READ FACT-SEAL-FILE
                       AT END SET SEAL-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SEAL-NUM TO WS-SEAL-LAST-NUM
                           IF SEAL-IS-CLOSED
                               MOVE SEAL-CHAIN-END
                                   TO WS-SEAL-LAST-CHAIN
                           END-IF
                           IF SEAL-IS-OPEN
                                   AND WS-RESTART-COUNT > 0
                                   AND SEAL-STEP = WS-SEAL-STEP
                                   AND SEAL-JOB-ID = WS-JOB-ID
                               SET SEAL-ENTRY-FOUND TO TRUE
                               MOVE SEAL-NUM TO WS-SEAL-NUM
                               MOVE SEAL-CHAIN-START
                                   TO WS-SEAL-CHAIN-START
                               MOVE SEAL-FIRST-DATE
                                   TO WS-SEAL-FIRST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-SEAL-FILE
           END-IF.

       OPEN-AUDIT-SEAL.
           MOVE ZEROS TO WS-SEAL-NUM
           MOVE ZEROS TO WS-SEAL-RECORD-CNT
           MOVE ZEROS TO WS-SEAL-FACT-SUM
           PERFORM FIND-LAST-SEAL
           IF SEAL-ENTRY-FOUND
               MOVE WS-SEAL-CHAIN-START TO WS-SEAL-CHAIN
               PERFORM RELOAD-SEAL-TOTALS
               MOVE WS-SEAL-RECORD-CNT TO WS-RECORD-COUNT-DSP
               DISPLAY "AUDIT SEAL " WS-SEAL-NUM " RESUMED - "
                   WS-RECORD-COUNT-DSP " RECORDS ALREADY SEALED"
           ELSE
               IF WS-SEAL-LAST-NUM = 99999
                   MOVE 1 TO WS-SEAL-NUM
               ELSE
                   COMPUTE WS-SEAL-NUM = WS-SEAL-LAST-NUM + 1
               END-IF
               MOVE WS-SEAL-LAST-CHAIN TO WS-SEAL-CHAIN-START
               MOVE WS-SEAL-CHAIN-START TO WS-SEAL-CHAIN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEAL-FIRST-DATE
               OPEN EXTEND FACT-SEAL-FILE
               IF WS-SEAL-FILE-STATUS NOT = "00"
                   CLOSE FACT-SEAL-FILE
                   OPEN OUTPUT FACT-SEAL-FILE
               END-IF
               IF WS-SEAL-FILE-STATUS = "00"
                   PERFORM BUILD-SEAL-RECORD
                   SET SEAL-IS-OPEN TO TRUE
                   WRITE SEAL-RECORD
                   CLOSE FACT-SEAL-FILE
               ELSE
                   DISPLAY "WARNING: FACTSEAL UNAVAILABLE - STATUS "
                       WS-SEAL-FILE-STATUS
                       " - AUDIT RECORDS NOT SEALED"
                   MOVE ZEROS TO WS-SEAL-NUM
               END-IF
           END-IF.

       RELOAD-SEAL-TOTALS.
           MOVE 'N' TO WS-SEAL-EOF-SWITCH
           OPEN INPUT FACT-AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "00"
               PERFORM UNTIL SEAL-END-OF-FILE
                   READ FACT-AUDIT-FILE
                       AT END SET SEAL-END-OF-FILE TO TRUE
                       NOT AT END
                           IF AUD-SEAL-NUM NUMERIC
                                   AND AUD-SEAL-NUM = WS-SEAL-NUM
                               PERFORM ADD-TO-AUDIT-SEAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-AUDIT-FILE
           END-IF.

      * The check value is chained over the record up to, but not
      * including, the seal number, so the merge can renumber a
      * partition's seal without disturbing it.
       ADD-TO-AUDIT-SEAL.
           ADD 1 TO WS-SEAL-RECORD-CNT
           IF AUD-FACT NUMERIC
               ADD AUD-FACT TO WS-SEAL-FACT-SUM
           END-IF
           MOVE ZEROS TO WS-SEAL-REC-HASH
           PERFORM VARYING WS-SEAL-BYTE FROM 1 BY 1
                   UNTIL WS-SEAL-BYTE > 75
               COMPUTE WS-SEAL-REC-HASH = WS-SEAL-REC-HASH
                   + FUNCTION ORD(AUDIT-RECORD(WS-SEAL-BYTE:1))
                   * WS-SEAL-BYTE
           END-PERFORM
           COMPUTE WS-SEAL-CHAIN = FUNCTION MOD(
               (WS-SEAL-CHAIN * 31) + WS-SEAL-REC-HASH,
               WS-SEAL-CHAIN-MOD).

       BUILD-SEAL-RECORD.
           MOVE SPACES TO SEAL-RECORD
           MOVE WS-SEAL-NUM TO SEAL-NUM
           MOVE WS-SEAL-STEP TO SEAL-STEP
           MOVE WS-JOB-ID TO SEAL-JOB-ID
           MOVE WS-SEAL-FIRST-DATE TO SEAL-FIRST-DATE
           MOVE WS-SEAL-RECORD-CNT TO SEAL-RECORD-CNT
           MOVE WS-SEAL-FACT-SUM TO SEAL-FACT-SUM
           MOVE WS-SEAL-CHAIN-START TO SEAL-CHAIN-START
           MOVE WS-SEAL-CHAIN TO SEAL-CHAIN-END.

      * The open seal is rewritten in place as closed with the
      * run's totals.
       CLOSE-AUDIT-SEAL.
           IF WS-SEAL-NUM > 0
               MOVE 'N' TO WS-SEAL-FOUND-SWITCH
               MOVE 'N' TO WS-SEAL-EOF-SWITCH
               OPEN I-O FACT-SEAL-FILE
               IF WS-SEAL-FILE-STATUS = "00"
                   PERFORM UNTIL SEAL-END-OF-FILE OR SEAL-ENTRY-FOUND
                       READ FACT-SEAL-FILE
                           AT END SET SEAL-END-OF-FILE TO TRUE
                           NOT AT END
                               IF SEAL-NUM = WS-SEAL-NUM
                                       AND SEAL-IS-OPEN
                                   SET SEAL-ENTRY-FOUND TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF SEAL-ENTRY-FOUND
                       PERFORM BUILD-SEAL-RECORD
                       SET SEAL-IS-CLOSED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO SEAL-LAST-DATE
                       REWRITE SEAL-RECORD
                       END-REWRITE
                   END-IF
                   CLOSE FACT-SEAL-FILE
               END-IF
               IF SEAL-ENTRY-FOUND
                   MOVE WS-SEAL-RECORD-CNT TO WS-RECORD-COUNT-DSP
                   DISPLAY "AUDIT SEAL " WS-SEAL-NUM " CLOSED - "
                       WS-RECORD-COUNT-DSP " RECORDS"
               ELSE
                   DISPLAY "WARNING: AUDIT SEAL " WS-SEAL-NUM
                       " NOT OPEN ON FACTSEAL - RUN NOT SEALED"
               END-IF
           END-IF.

       PRINT-REPORT-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           WRITE REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-RECORD
           STRING "TYPE   N     R          RESULT" DELIMITED BY SIZE
               "             SEQ   CUMULATIVE" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES

       PRINT-DETAIL-LINE.
           IF WS-CURR-SUBMITTER NOT = WS-RPT-SUBMITTER
                   OR WS-CURR-PRIORITY NOT = WS-RPT-PRIORITY
               PERFORM PRINT-SUBMITTER-BREAK
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           MOVE R TO WS-R-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
           WHEN RESULT-IS-DECIMAL AND REC-IS-DISTRIBUTION
               MOVE WS-DECIMAL-RESULT TO WS-DEC-DISPLAY
               MOVE WS-OUTCOME-INDEX TO WS-OUTCOME-DSP
               MOVE WS-OT-CUM-PROB (WS-OUTCOME-INDEX)
                   TO WS-CUM-DISPLAY
               STRING WS-REC-TYPE DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-NUM-DISPLAY DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-R-DISPLAY DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-DEC-DISPLAY DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-OUTCOME-DSP DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CUM-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           WHEN RESULT-IS-DECIMAL
               MOVE WS-DECIMAL-RESULT TO WS-DEC-DISPLAY
               STRING WS-REC-TYPE DELIMITED BY SIZE

      * Control break on the submitter carried from the batch
      * header: close out the previous submitter's subtotal and
      * open a group line for the new one.  The move from urgent to
      * routine work breaks the same way, even for one submitter.
       PRINT-SUBMITTER-BREAK.
           IF WS-RPT-SUBMITTER NOT = SPACES
               PERFORM PRINT-SUBMITTER-TOTAL
           END-IF
           MOVE WS-CURR-SUBMITTER TO WS-RPT-SUBMITTER
           MOVE WS-CURR-PRIORITY TO WS-RPT-PRIORITY
           MOVE 0 TO WS-SUB-RECORD-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADER
               WS-CURR-BATCH-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           IF CURR-BATCH-URGENT
               MOVE "PRIORITY: URGENT" TO REPORT-RECORD (50:16)
           ELSE
               MOVE "PRIORITY: ROUTINE" TO REPORT-RECORD (50:17)
           END-IF
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
           IF WS-URGENT-BATCHES > 0
               MOVE WS-URGENT-DONE-CNT TO WS-RECORD-COUNT-DSP
               MOVE WS-ROUTINE-DONE-CNT TO WS-ROUTINE-DONE-DSP
               MOVE SPACES TO REPORT-RECORD
               STRING "URGENT REQUESTS: " DELIMITED BY SIZE
                   WS-RECORD-COUNT-DSP DELIMITED BY SIZE
                   "   ROUTINE REQUESTS: " DELIMITED BY SIZE
                   WS-ROUTINE-DONE-DSP DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DIST-REQUEST-CNT > 0
               MOVE WS-DIST-REQUEST-CNT TO WS-RECORD-COUNT-DSP
               MOVE WS-DIST-OUTCOME-CNT TO WS-DIST-COUNT-DSP
               MOVE SPACES TO REPORT-RECORD
               STRING "DISTRIBUTION REQUESTS: " DELIMITED BY SIZE
                   WS-RECORD-COUNT-DSP DELIMITED BY SIZE
                   "   OUTCOME RECORDS: " DELIMITED BY SIZE
                   WS-DIST-COUNT-DSP DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF WINDOW-CUTOFF
               MOVE WS-CRY-TOTAL-CNT TO WS-CRY-TOTAL-DSP
               MOVE SPACES TO REPORT-RECORD
               STRING "WINDOW CUTOFF AT DEADLINE " DELIMITED BY SIZE
                   WS-DEADLINE-TIME DELIMITED BY SIZE
                   " - ROUTINE RECORDS CARRIED OVER: "
                       DELIMITED BY SIZE
                   WS-CRY-TOTAL-DSP DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
