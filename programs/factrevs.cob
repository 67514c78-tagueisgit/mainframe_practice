       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactReverseProg.
      *****************************************************************
      * FACTREVS - request reversal step.  Reads the FACTREV
      * reversal transactions, one per request reference a
      * department has told us was submitted in error, and
      * validates each against the audit trail and the results:
      *   - FACTAUD must hold an accepted (return code 00) entry
      *     for the reference and no reversal (return code 30)
      *   - FACTOUT must hold the reference's results, under the
      *     submitter named on the transaction, one per outcome the
      *     audit entry says the request produced
      * For every reversal accepted it
      *   - queues a reversal detail per FACTOUT record on FACTRVP,
      *     which the next batch run or merge sends on FACTIFC so
      *     the statistics team backs the results out; the resend
      *     step then carries the key in FACTXLG as reversed
      *   - appends an audit record with return code 30 to FACTAUD,
      *     which FactBillProg credits on the job's next invoice;
      *     the reversal records are sealed on FACTSEAL as a run of
      *     their own under the JOBID environment variable
      *   - appends the transaction to the FACTRVH reversal
      *     register for the request-reference inquiry
      * and prints every transaction, accepted or refused with the
      * reason, on the FACTRVR report.  Transactions beyond the
      * 200 the step holds at once are refused as table full, to
      * be presented again.  Ends with condition code 4 when any
      * transaction was refused.  The reversal is step
      * REVERSE of the daily cycle on FACTCYC and runs once per
      * business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-REVERSAL-FILE ASSIGN TO FACTREV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-FILE-STATUS.
           SELECT FACT-OUTPUT-FILE ASSIGN TO FACTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT FACT-AUDIT-FILE ASSIGN TO FACTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT FACT-SEAL-FILE ASSIGN TO FACTSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.
           SELECT FACT-PENDING-FILE ASSIGN TO FACTRVP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVP-FILE-STATUS.
           SELECT FACT-REGISTER-FILE ASSIGN TO FACTRVH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVH-FILE-STATUS.
           SELECT FACT-REVERSAL-REPORT ASSIGN TO FACTRVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVR-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-REVERSAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTREV.

       FD  FACT-OUTPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTOUT.

       FD  FACT-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTAUD.

       FD  FACT-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FACTSEAL.

       FD  FACT-PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTIFC.

       FD  FACT-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTER-RECORD           PIC X(80).

       FD  FACT-REVERSAL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REVERSAL-REPORT-RECORD    PIC X(132).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-REV-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-OUT-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-AUD-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RVP-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RVH-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RVR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-FILE-REACHED        VALUE 'Y'.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.
       01 WS-CURRENT-DATE     PIC X(21)  VALUE SPACES.
       01 WS-ACCEPTED-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-REFUSED-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-DETAIL-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
       01 WS-RESULT-DISPLAY   PIC Z(17)9.
       01 WS-STATUS-TEXT      PIC X(40)  VALUE SPACES.
       01 WS-JOB-ID           PIC X(8)   VALUE SPACES.
      * Audit trail sealing: the reversal records appended to
      * FACTAUD are sealed on FACTSEAL with their count, AUD-FACT
      * sum and chained check value, as FactorialProg seals a run.
       01 WS-SEAL-FILE-STATUS PIC X(2)   VALUE SPACES.
       01 WS-SEAL-EOF-SWITCH  PIC X      VALUE 'N'.
           88 SEAL-END-OF-FILE           VALUE 'Y'.
       01 WS-SEAL-FOUND-SWITCH PIC X     VALUE 'N'.
           88 SEAL-ENTRY-FOUND           VALUE 'Y'.
       01 WS-SEAL-NUM         PIC 9(5)   VALUE ZEROS.
       01 WS-SEAL-LAST-NUM    PIC 9(5)   VALUE ZEROS.
       01 WS-SEAL-FIRST-DATE  PIC X(8)   VALUE SPACES.
       01 WS-SEAL-RECORD-CNT  PIC 9(7)   VALUE ZEROS.
       01 WS-SEAL-FACT-SUM    PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-SEAL-CHAIN-START PIC 9(9)   VALUE ZEROS.
       01 WS-SEAL-CHAIN       PIC 9(9)   VALUE ZEROS.
       01 WS-SEAL-LAST-CHAIN  PIC 9(9)   VALUE ZEROS.
       01 WS-SEAL-REC-HASH    PIC 9(9)   COMP VALUE ZEROS.
       01 WS-SEAL-BYTE        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-SEAL-CHAIN-MOD   PIC 9(9)   VALUE 999999937.
      * Daily cycle control: reversals are taken once per business
      * date.  A reversal accepted after the day's batch run goes
      * out on the following run's feed.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "REVERSE".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.

      * The transactions are held in this table while FACTAUD and
      * FACTOUT are each passed once to validate them all.
      * WS-RT-STATUS is 'A' accepted or the refusal reason:
      *   'M' no reference or submitter on the transaction
      *   'D' reference repeated in this transaction file
      *   'N' no accepted audit entry for the reference
      *   'V' reference already reversed
      *   'O' no results for the reference on FACTOUT
      *   'S' results belong to a different submitter
      *   'C' FACTOUT result count differs from the audit entry
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 200 TIMES.
               10 WS-RT-TRANSACTION PIC X(80).
               10 WS-RT-REQUEST-REF PIC X(12).
               10 WS-RT-SUBMITTER  PIC X(8).
               10 WS-RT-STATUS     PIC X(1).
               10 WS-RT-AUDIT-SWITCH PIC X(1).
               10 WS-RT-REVERSED-SWITCH PIC X(1).
               10 WS-RT-JOB-ID     PIC X(8).
               10 WS-RT-REC-TYPE   PIC X(1).
               10 WS-RT-NUM        PIC 9(3).
               10 WS-RT-FACT       PIC 9(18).
               10 WS-RT-AUD-OUTCOMES PIC 9(3).
               10 WS-RT-OUT-COUNT  PIC 9(3).
               10 WS-RT-OUT-SUBMITTER PIC X(8).
       01 WS-REV-COUNT        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-REV-INDEX        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-DUP-INDEX        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-REV-TABLE-MAX    PIC 9(3)   COMP VALUE 200.
      * Transactions beyond the table are refused; the report
      * passes FACTREV again to list them.
       01 WS-TABLE-FULL-COUNT PIC 9(7)   VALUE ZEROS.
       01 WS-TRANSACTION-SEEN PIC 9(7)   VALUE ZEROS.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FACT-REVERSAL-FILE
               IF WS-REV-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTREV NOT FOUND - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-REVERSAL-TRANSACTIONS
                   CLOSE FACT-REVERSAL-FILE
                   IF WS-REV-COUNT = 0
                       DISPLAY "NO REVERSAL TRANSACTIONS ON FACTREV"
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       PERFORM SCAN-AUDIT-TRAIL
                       PERFORM SCAN-OUTPUT-FILE
                       PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                               UNTIL WS-REV-INDEX > WS-REV-COUNT
                           PERFORM VALIDATE-ONE-REVERSAL
                       END-PERFORM
                       IF WS-ACCEPTED-COUNT > 0
                           PERFORM QUEUE-REVERSAL-DETAILS
                           PERFORM WRITE-REVERSAL-AUDIT
                           PERFORM WRITE-REVERSAL-REGISTER
                       END-IF
                       PERFORM PRINT-REVERSAL-REPORT
                       MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DSP
                       DISPLAY "REVERSALS ACCEPTED: " WS-COUNT-DSP
                       MOVE WS-DETAIL-COUNT TO WS-COUNT-DSP
                       DISPLAY "REVERSAL DETAILS QUEUED: "
                           WS-COUNT-DSP
                       MOVE WS-REFUSED-COUNT TO WS-COUNT-DSP
                       DISPLAY "REVERSALS REFUSED: " WS-COUNT-DSP
                       IF WS-REFUSED-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               PERFORM POST-CYCLE-COMPLETION
           END-IF
           STOP RUN.

       CHECK-CYCLE-CONTROL.
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
               CLOSE FACT-CYCLE-FILE
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

       CHECK-STEP-NOT-DONE.
           PERFORM READ-CYCLE-STEP
           IF CYCLE-STEP-COMPLETE
               DISPLAY "ERROR: " WS-CHECK-STEP " ALREADY COMPLETE FOR"
                   " BUSINESS DATE " WS-BUSINESS-DATE
               SET CYCLE-REFUSED TO TRUE
           END-IF.

       POST-CYCLE-COMPLETION.
           IF RETURN-CODE < 8
               SET STEP-ENDED-COMPLETE TO TRUE
           ELSE
               SET STEP-ENDED-FAILED TO TRUE
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
               MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE
               MOVE FUNCTION CURRENT-DATE TO CYC-STEP-TIMESTAMP
               WRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       REWRITE CYCLE-CONTROL-RECORD
                       END-REWRITE
               END-WRITE
               CLOSE FACT-CYCLE-FILE
           END-IF.

       LOAD-REVERSAL-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FACT-REVERSAL-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END PERFORM LOAD-ONE-TRANSACTION
               END-READ
           END-PERFORM.

       LOAD-ONE-TRANSACTION.
           IF REVERSAL-RECORD = SPACES
                   OR REVERSAL-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               IF WS-REV-COUNT < WS-REV-TABLE-MAX
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REV-COUNT TO WS-REV-INDEX
                   MOVE REVERSAL-RECORD
                       TO WS-RT-TRANSACTION (WS-REV-INDEX)
                   MOVE REV-REQUEST-REF
                       TO WS-RT-REQUEST-REF (WS-REV-INDEX)
                   MOVE REV-SUBMITTER-ID
                       TO WS-RT-SUBMITTER (WS-REV-INDEX)
                   MOVE SPACE TO WS-RT-STATUS (WS-REV-INDEX)
                   MOVE 'N' TO WS-RT-AUDIT-SWITCH (WS-REV-INDEX)
                   MOVE 'N' TO WS-RT-REVERSED-SWITCH (WS-REV-INDEX)
                   MOVE SPACES TO WS-RT-JOB-ID (WS-REV-INDEX)
                   MOVE SPACES TO WS-RT-REC-TYPE (WS-REV-INDEX)
                   MOVE ZEROS TO WS-RT-NUM (WS-REV-INDEX)
                   MOVE ZEROS TO WS-RT-FACT (WS-REV-INDEX)
                   MOVE ZEROS TO WS-RT-AUD-OUTCOMES (WS-REV-INDEX)
                   MOVE ZEROS TO WS-RT-OUT-COUNT (WS-REV-INDEX)
                   MOVE SPACES TO WS-RT-OUT-SUBMITTER (WS-REV-INDEX)
                   PERFORM VARYING WS-DUP-INDEX FROM 1 BY 1
                           UNTIL WS-DUP-INDEX >= WS-REV-INDEX
                       IF WS-RT-REQUEST-REF (WS-DUP-INDEX)
                               = REV-REQUEST-REF
                           MOVE 'D' TO WS-RT-STATUS (WS-REV-INDEX)
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "WARNING: REVERSAL TABLE FULL - "
                       REV-REQUEST-REF " REFUSED"
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-IF.

      * The audit trail accumulates across runs.  The latest
      * accepted entry for a reference is the one reversed.
       SCAN-AUDIT-TRAIL.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FACT-AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTAUD UNAVAILABLE - STATUS "
                   WS-AUD-FILE-STATUS " - NO REVERSAL CAN BE PROVED"
           ELSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-AUDIT-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END PERFORM MATCH-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FACT-AUDIT-FILE
           END-IF.

       MATCH-AUDIT-ENTRY.
           IF AUD-REQUEST-REF NOT = SPACES
               PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                       UNTIL WS-REV-INDEX > WS-REV-COUNT
                   IF WS-RT-REQUEST-REF (WS-REV-INDEX)
                           = AUD-REQUEST-REF
                       EVALUATE AUD-RETURN-CODE
                           WHEN 00
                               PERFORM TAKE-AUDIT-ENTRY
                           WHEN 30
                               MOVE 'Y' TO WS-RT-REVERSED-SWITCH
                                   (WS-REV-INDEX)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

      * Audit history written before outcome counts were stamped
      * carries no count; such a request produced one result.
       TAKE-AUDIT-ENTRY.
           MOVE 'Y' TO WS-RT-AUDIT-SWITCH (WS-REV-INDEX)
           MOVE AUD-JOB-ID TO WS-RT-JOB-ID (WS-REV-INDEX)
           MOVE AUD-REC-TYPE TO WS-RT-REC-TYPE (WS-REV-INDEX)
           MOVE AUD-NUM TO WS-RT-NUM (WS-REV-INDEX)
           MOVE AUD-FACT TO WS-RT-FACT (WS-REV-INDEX)
           IF AUD-OUTCOME-CNT NUMERIC
               MOVE AUD-OUTCOME-CNT
                   TO WS-RT-AUD-OUTCOMES (WS-REV-INDEX)
           ELSE
               MOVE 1 TO WS-RT-AUD-OUTCOMES (WS-REV-INDEX)
           END-IF
      * A reversal is only refused as a repeat when it follows the
      * accepted entry; a later acceptance of the same reference
      * can itself be reversed.
           MOVE 'N' TO WS-RT-REVERSED-SWITCH (WS-REV-INDEX).

       SCAN-OUTPUT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FACT-OUTPUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTOUT UNAVAILABLE - STATUS "
                   WS-OUT-FILE-STATUS " - NO REVERSAL CAN BE PROVED"
           ELSE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-OUTPUT-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END PERFORM MATCH-OUTPUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE FACT-OUTPUT-FILE
           END-IF.

       MATCH-OUTPUT-RECORD.
           IF OUT-REQUEST-REF NOT = SPACES
               PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                       UNTIL WS-REV-INDEX > WS-REV-COUNT
                   IF WS-RT-REQUEST-REF (WS-REV-INDEX)
                           = OUT-REQUEST-REF
                       ADD 1 TO WS-RT-OUT-COUNT (WS-REV-INDEX)
                       MOVE OUT-SUBMITTER-ID
                           TO WS-RT-OUT-SUBMITTER (WS-REV-INDEX)
                   END-IF
               END-PERFORM
           END-IF.

       VALIDATE-ONE-REVERSAL.
           IF WS-RT-STATUS (WS-REV-INDEX) = SPACE
               IF WS-RT-REQUEST-REF (WS-REV-INDEX) = SPACES
                       OR WS-RT-SUBMITTER (WS-REV-INDEX) = SPACES
                   MOVE 'M' TO WS-RT-STATUS (WS-REV-INDEX)
               ELSE
               IF WS-RT-AUDIT-SWITCH (WS-REV-INDEX) NOT = 'Y'
                   MOVE 'N' TO WS-RT-STATUS (WS-REV-INDEX)
               ELSE
               IF WS-RT-REVERSED-SWITCH (WS-REV-INDEX) = 'Y'
                   MOVE 'V' TO WS-RT-STATUS (WS-REV-INDEX)
               ELSE
               IF WS-RT-OUT-COUNT (WS-REV-INDEX) = 0
                   MOVE 'O' TO WS-RT-STATUS (WS-REV-INDEX)
               ELSE
               IF WS-RT-OUT-SUBMITTER (WS-REV-INDEX)
                       NOT = WS-RT-SUBMITTER (WS-REV-INDEX)
                   MOVE 'S' TO WS-RT-STATUS (WS-REV-INDEX)
               ELSE
               IF WS-RT-OUT-COUNT (WS-REV-INDEX)
                       NOT = WS-RT-AUD-OUTCOMES (WS-REV-INDEX)
                   MOVE 'C' TO WS-RT-STATUS (WS-REV-INDEX)
               ELSE
                   MOVE 'A' TO WS-RT-STATUS (WS-REV-INDEX)
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-RT-STATUS (WS-REV-INDEX) = 'A'
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      * FACTOUT is passed again to queue one reversal detail, in
      * FACTIFC detail format, for every result of an accepted
      * reversal.  The pending file is opened EXTEND so reversals
      * not yet sent from an earlier day are kept.
       QUEUE-REVERSAL-DETAILS.
           OPEN EXTEND FACT-PENDING-FILE
           IF WS-RVP-FILE-STATUS NOT = "00"
               CLOSE FACT-PENDING-FILE
               OPEN OUTPUT FACT-PENDING-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FACT-OUTPUT-FILE
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FACT-OUTPUT-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                               UNTIL WS-REV-INDEX > WS-REV-COUNT
                           IF WS-RT-REQUEST-REF (WS-REV-INDEX)
                                   = OUT-REQUEST-REF
                                   AND WS-RT-STATUS (WS-REV-INDEX)
                                       = 'A'
                               PERFORM WRITE-REVERSAL-DETAIL
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FACT-OUTPUT-FILE
           CLOSE FACT-PENDING-FILE.

       WRITE-REVERSAL-DETAIL.
           MOVE SPACES TO IFC-DETAIL-RECORD
           MOVE 'D' TO IFC-DET-TYPE
           MOVE OUT-REC-TYPE TO IFC-DET-REC-TYPE
           MOVE OUT-NUM TO IFC-DET-NUM
           MOVE OUT-R TO IFC-DET-R
           MOVE OUT-FACT(1:18) TO IFC-DET-RESULT(1:18)
           MOVE OUT-RESULT-FORM TO IFC-DET-RESULT-FORM
           MOVE OUT-EXPONENT TO IFC-DET-EXPONENT
           MOVE OUT-REQUEST-REF TO IFC-DET-REQUEST-REF
           IF OUT-REC-TYPE = 'D'
               MOVE OUT-OUTCOME-SEQ TO IFC-DET-OUTCOME-SEQ
               MOVE OUT-CUM-PROB TO IFC-DET-CUM-PROB
           END-IF
           SET IFC-DET-IS-REVERSAL TO TRUE
           WRITE IFC-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

      * The reversal audit record repeats the original request so
      * the credit is priced at its type and outcome count and
      * lands on the invoice of the job that was charged.
       WRITE-REVERSAL-AUDIT.
           PERFORM OPEN-AUDIT-SEAL
           OPEN EXTEND FACT-AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               CLOSE FACT-AUDIT-FILE
               OPEN OUTPUT FACT-AUDIT-FILE
           END-IF
           PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                   UNTIL WS-REV-INDEX > WS-REV-COUNT
               IF WS-RT-STATUS (WS-REV-INDEX) = 'A'
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE TO AUD-TIMESTAMP
                   MOVE WS-RT-JOB-ID (WS-REV-INDEX) TO AUD-JOB-ID
                   MOVE WS-RT-NUM (WS-REV-INDEX) TO AUD-NUM
                   MOVE WS-RT-FACT (WS-REV-INDEX) TO AUD-FACT
                   MOVE 30 TO AUD-RETURN-CODE
                   MOVE WS-RT-REC-TYPE (WS-REV-INDEX) TO AUD-REC-TYPE
                   MOVE WS-RT-REQUEST-REF (WS-REV-INDEX)
                       TO AUD-REQUEST-REF
                   MOVE WS-RT-OUT-COUNT (WS-REV-INDEX)
                       TO AUD-OUTCOME-CNT
                   MOVE WS-SEAL-NUM TO AUD-SEAL-NUM
                   WRITE AUDIT-RECORD
                   IF WS-SEAL-NUM > 0
                       PERFORM ADD-TO-AUDIT-SEAL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FACT-AUDIT-FILE
           PERFORM CLOSE-AUDIT-SEAL.

      * The next seal number follows the last seal on file and the
      * chain starts from the last closed seal's check value.
       OPEN-AUDIT-SEAL.
           MOVE ZEROS TO WS-SEAL-NUM
           MOVE ZEROS TO WS-SEAL-LAST-NUM
           MOVE ZEROS TO WS-SEAL-LAST-CHAIN
           MOVE ZEROS TO WS-SEAL-RECORD-CNT
           MOVE ZEROS TO WS-SEAL-FACT-SUM
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
                   END-READ
               END-PERFORM
               CLOSE FACT-SEAL-FILE
           END-IF
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
                   " - REVERSAL AUDIT RECORDS NOT SEALED"
               MOVE ZEROS TO WS-SEAL-NUM
           END-IF.

      * The check value is chained over the record up to, but not
      * including, the seal number, exactly as FactorialProg does.
       ADD-TO-AUDIT-SEAL.
           ADD 1 TO WS-SEAL-RECORD-CNT
           ADD AUD-FACT TO WS-SEAL-FACT-SUM
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
           MOVE WS-CYCLE-STEP TO SEAL-STEP
           MOVE WS-JOB-ID TO SEAL-JOB-ID
           MOVE WS-SEAL-FIRST-DATE TO SEAL-FIRST-DATE
           MOVE WS-SEAL-RECORD-CNT TO SEAL-RECORD-CNT
           MOVE WS-SEAL-FACT-SUM TO SEAL-FACT-SUM
           MOVE WS-SEAL-CHAIN-START TO SEAL-CHAIN-START
           MOVE WS-SEAL-CHAIN TO SEAL-CHAIN-END.

      * The open seal is rewritten in place as closed with the
      * reversal records' totals.
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
                   DISPLAY "AUDIT SEAL " WS-SEAL-NUM " CLOSED"
               ELSE
                   DISPLAY "WARNING: AUDIT SEAL " WS-SEAL-NUM
                       " NOT OPEN ON FACTSEAL - REVERSALS NOT SEALED"
               END-IF
           END-IF.

       WRITE-REVERSAL-REGISTER.
           OPEN EXTEND FACT-REGISTER-FILE
           IF WS-RVH-FILE-STATUS NOT = "00"
               CLOSE FACT-REGISTER-FILE
               OPEN OUTPUT FACT-REGISTER-FILE
           END-IF
           PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                   UNTIL WS-REV-INDEX > WS-REV-COUNT
               IF WS-RT-STATUS (WS-REV-INDEX) = 'A'
                   MOVE WS-RT-TRANSACTION (WS-REV-INDEX)
                       TO REVERSAL-RECORD
                   MOVE WS-BUSINESS-DATE TO REV-REVERSAL-DATE
                   MOVE WS-RT-JOB-ID (WS-REV-INDEX) TO REV-JOB-ID
                   MOVE WS-RT-OUT-COUNT (WS-REV-INDEX)
                       TO REV-OUTCOME-CNT
                   MOVE REVERSAL-RECORD TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE FACT-REGISTER-FILE.

       PRINT-REVERSAL-REPORT.
           OPEN OUTPUT FACT-REVERSAL-REPORT
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "REQUEST REVERSAL REPORT   BUSINESS DATE: "
                   DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "REFERENCE     SUBMITTER  JOB       TYPE  NUM"
                   "  RESULTS  STATUS" DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                   UNTIL WS-REV-INDEX > WS-REV-COUNT
               PERFORM PRINT-REVERSAL-LINE
           END-PERFORM
           IF WS-TABLE-FULL-COUNT > 0
               PERFORM PRINT-TABLE-FULL-REFUSALS
           END-IF
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "REVERSALS ACCEPTED: " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "REVERSAL DETAILS QUEUED FOR NEXT FEED: "
                   DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "REVERSALS REFUSED: " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD AFTER ADVANCING 1 LINE
           CLOSE FACT-REVERSAL-REPORT.

       PRINT-REVERSAL-LINE.
           EVALUATE WS-RT-STATUS (WS-REV-INDEX)
               WHEN 'A'
                   MOVE "REVERSED - CREDIT ON NEXT INVOICE"
                       TO WS-STATUS-TEXT
               WHEN 'M'
                   MOVE "REFUSED - REFERENCE/SUBMITTER MISSING"
                       TO WS-STATUS-TEXT
               WHEN 'D'
                   MOVE "REFUSED - REPEATED IN THIS FILE"
                       TO WS-STATUS-TEXT
               WHEN 'N'
                   MOVE "REFUSED - NO ACCEPTED AUDIT ENTRY"
                       TO WS-STATUS-TEXT
               WHEN 'V'
                   MOVE "REFUSED - ALREADY REVERSED"
                       TO WS-STATUS-TEXT
               WHEN 'O'
                   MOVE "REFUSED - NO RESULTS ON FACTOUT"
                       TO WS-STATUS-TEXT
               WHEN 'S'
                   MOVE "REFUSED - SUBMITTER DOES NOT MATCH"
                       TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "REFUSED - FACTOUT/AUDIT COUNTS DIFFER"
                       TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-RT-OUT-COUNT (WS-REV-INDEX) TO WS-COUNT-DSP
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING WS-RT-REQUEST-REF (WS-REV-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RT-SUBMITTER (WS-REV-INDEX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RT-JOB-ID (WS-REV-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RT-REC-TYPE (WS-REV-INDEX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-RT-NUM (WS-REV-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD AFTER ADVANCING 1 LINE.

      * The transactions after the first WS-REV-TABLE-MAX were not
      * held, so FACTREV is read again to list them as refused.
       PRINT-TABLE-FULL-REFUSALS.
           MOVE 0 TO WS-TRANSACTION-SEEN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FACT-REVERSAL-FILE
           IF WS-REV-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-REVERSAL-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END PERFORM PRINT-TABLE-FULL-LINE
                   END-READ
               END-PERFORM
               CLOSE FACT-REVERSAL-FILE
           END-IF.

       PRINT-TABLE-FULL-LINE.
           IF REVERSAL-RECORD = SPACES
                   OR REVERSAL-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               ADD 1 TO WS-TRANSACTION-SEEN
               IF WS-TRANSACTION-SEEN > WS-REV-COUNT
                   MOVE "REFUSED - TABLE FULL" TO WS-STATUS-TEXT
                   MOVE ZEROS TO WS-COUNT-DSP
                   MOVE SPACES TO REVERSAL-REPORT-RECORD
                   STRING REV-REQUEST-REF DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       REV-SUBMITTER-ID DELIMITED BY SIZE
                       "                       " DELIMITED BY SIZE
                       WS-COUNT-DSP DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-STATUS-TEXT DELIMITED BY SIZE
                       INTO REVERSAL-REPORT-RECORD
                   END-STRING
                   WRITE REVERSAL-REPORT-RECORD
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
