      * FACTRECON - end-of-run reconciliation step.  Runs after the
      * batch step has built FACTIFC and proves the run is in
      * balance before the downstream feed is released:
      *   - input detail records read equal requests answered on
      *     the output plus rejects plus overflow rejections; a
      *     distribution request writes one output record per
      *     outcome but is counted once, on its first outcome
      *   - audit records carrying the run date equal input
      *     records processed; reversal audit records (return
      *     code 30) written by FactReverseProg are not input and
      *     are reported separately
      *   - the FACTIFC trailer count and result sum agree with an
      *     independent re-add of FACTOUT plus the reversal details
      *     the feed carries, whose 'E' results are netted off the
      *     sum
      *   - urgent and routine details on FACTIN, by the priority
      *     class on their batch header, equal the urgent and
      *     routine requests the run reports dealt with, with the
      *     routine FACTCRY carryover added in; no urgent detail
      *     may be carried over
      * Writes a balancing report to FACTRCR and ends with a
      * non-zero condition code when anything is out of balance so
      * the scheduler holds the downstream feed.  Reconciliation is
      * step RECON of the daily cycle on FACTCYC: it is refused
      * until the business date's main run or merge has completed,
      * and once it has itself completed for the business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-RECON-REPORT ASSIGN TO FACTRCR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCR-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-INPUT-FILE
       01  CARRYOVER-RECORD.
           05 CRY-REC-TYPE         PIC X(1).
           05 FILLER               PIC X(79).
       01  CARRYOVER-HEADER-RECORD.
           05 CRY-HDR-TYPE         PIC X(1).
           05 FILLER               PIC X(16).
           05 CRY-HDR-PRIORITY     PIC X(1).
           05 FILLER               PIC X(62).

       FD  FACT-RECON-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-RECORD       PIC X(132).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-OUT-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SUM-OVERFLOW     PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-RESTART      PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-COMPCODE     PIC 9(2)   VALUE ZEROS.
       01 WS-SUM-URGENT       PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-ROUTINE      PIC 9(7)   VALUE ZEROS.
       01 WS-READ-BASIS       PIC 9(7)   VALUE ZEROS.
       01 WS-AUDIT-BASIS      PIC 9(7)   VALUE ZEROS.
       01 WS-IFC-RUN-DATE     PIC X(8)   VALUE SPACES.
           88 RUN-IS-BALANCED            VALUE 'Y'.
       01 WS-IN-DETAIL-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-CRY-DETAIL-COUNT PIC 9(7)   VALUE ZEROS.
       01 WS-HDR-PRIORITY     PIC X      VALUE 'R'.
           88 HDR-IS-URGENT              VALUE 'U'.
       01 WS-IN-URGENT-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-IN-ROUTINE-COUNT PIC 9(7)   VALUE ZEROS.
       01 WS-CRY-URGENT-COUNT PIC 9(7)   VALUE ZEROS.
       01 WS-CRY-ROUTINE-COUNT PIC 9(7)  VALUE ZEROS.
       01 WS-OUT-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-OUT-REQUEST-COUNT PIC 9(7)  VALUE ZEROS.
       01 WS-DIST-REQUEST-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-DIST-OUTCOME-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-REJ-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-AUD-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-AUD-OVERFLOW-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-IFC-HDR-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-IFC-TRL-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-IFC-TRL-SUM      PIC 9(18)  VALUE ZEROS.
       01 WS-IFC-TRL-SIGN     PIC X(1)   VALUE SPACE.
       01 WS-IFC-TRL-REV-CNT  PIC 9(7)   VALUE ZEROS.
       01 WS-IFC-REVERSAL-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-IFC-REVERSAL-SUM PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-NET-RESULT-SUM   PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-EXPECTED-SIGN    PIC X(1)   VALUE SPACE.
       01 WS-IFC-EXPECTED-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-AUD-REVERSAL-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-OUT-RESULT-SUM   PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-EXPECTED-SUM     PIC 9(18)  VALUE ZEROS.
       01 WS-TRAILER-SUM-MAX  PIC 9(18)
       01 WS-SUM-DSP-2        PIC Z(17)9.
       01 WS-CHECK-STATUS     PIC X(14)  VALUE SPACES.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.
      * Daily cycle control: reconciliation follows the business
      * date's single-pass main run or partition merge, once.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "RECON".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COUNT-INPUT-DETAILS
               PERFORM COUNT-OUTPUT-AND-SUM
               PERFORM COUNT-REJECTS
               PERFORM READ-INTERFACE-CONTROLS
               PERFORM READ-RUN-SUMMARY
               IF SUMMARY-AVAILABLE AND WS-SUM-COMPCODE = 8
                   PERFORM COUNT-CARRYOVER-DETAILS
               END-IF
               PERFORM COUNT-AUDIT-RECORDS
               PERFORM PRINT-BALANCING-REPORT
               IF RUN-IS-BALANCED
                   DISPLAY "RECONCILIATION COMPLETE - RUN IN BALANCE"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "RECONCILIATION FAILED - RUN OUT OF BALANCE"
                   MOVE 8 TO RETURN-CODE
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
               IF NOT CYCLE-REFUSED
                   MOVE "MAIN" TO WS-CHECK-STEP
                   PERFORM READ-CYCLE-STEP
                   IF NOT CYCLE-STEP-COMPLETE
                       MOVE "MERGE" TO WS-CHECK-STEP
                       PERFORM READ-CYCLE-STEP
                   END-IF
                   IF NOT CYCLE-STEP-COMPLETE
                       DISPLAY "ERROR: NEITHER MAIN NOR MERGE COMPLETE"
                           " FOR BUSINESS DATE " WS-BUSINESS-DATE
                       SET CYCLE-REFUSED TO TRUE
                   END-IF
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

       COUNT-INPUT-DETAILS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FACT-INPUT-FILE
                   READ FACT-INPUT-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF IN-REC-TYPE = 'H'
                               IF INH-IS-URGENT
                                   MOVE 'U' TO WS-HDR-PRIORITY
                               ELSE
                                   MOVE 'R' TO WS-HDR-PRIORITY
                               END-IF
                           END-IF
                           IF IN-REC-TYPE NOT = 'H'
                                   AND IN-REC-TYPE NOT = 'T'
                               ADD 1 TO WS-IN-DETAIL-COUNT
                               IF HDR-IS-URGENT
                                   ADD 1 TO WS-IN-URGENT-COUNT
                               ELSE
                                   ADD 1 TO WS-IN-ROUTINE-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OUT-COUNT
                           IF OUT-REC-TYPE = 'D'
                               ADD 1 TO WS-DIST-OUTCOME-CNT
                           END-IF
                           IF OUT-REC-TYPE NOT = 'D'
                                   OR OUT-OUTCOME-SEQ = 1
                               ADD 1 TO WS-OUT-REQUEST-COUNT
                           END-IF
                           IF OUT-REC-TYPE = 'D'
                                   AND OUT-OUTCOME-SEQ = 1
                               ADD 1 TO WS-DIST-REQUEST-CNT
                           END-IF
                           IF OUT-RESULT-FORM = 'E'
                               ADD OUT-FACT TO WS-OUT-RESULT-SUM
                           END-IF
                       NOT AT END
                           IF AUD-TIMESTAMP(1:8) =
                                   WS-AUDIT-SCOPE-DATE
                               IF AUD-RETURN-CODE = 30
                                   ADD 1 TO WS-AUD-REVERSAL-CNT
                               ELSE
                                   ADD 1 TO WS-AUD-COUNT
                               END-IF
                               IF AUD-RETURN-CODE = 20
                                   ADD 1 TO WS-AUD-OVERFLOW-CNT
                               END-IF
                   MOVE IFC-HDR-RUN-DATE TO WS-IFC-RUN-DATE
               WHEN 'D'
                   ADD 1 TO WS-IFC-DETAIL-COUNT
                   IF IFC-DET-IS-REVERSAL
                       ADD 1 TO WS-IFC-REVERSAL-CNT
                       IF IFC-DET-RESULT-FORM = 'E'
                           ADD IFC-DET-RESULT TO WS-IFC-REVERSAL-SUM
                       END-IF
                   END-IF
               WHEN 'T'
                   MOVE IFC-TRL-RECORD-CNT TO WS-IFC-TRL-COUNT
                   MOVE IFC-TRL-RESULT-SUM TO WS-IFC-TRL-SUM
                   MOVE IFC-TRL-SUM-SIGN TO WS-IFC-TRL-SIGN
                   IF IFC-TRL-REVERSAL-CNT NUMERIC
                       MOVE IFC-TRL-REVERSAL-CNT
                           TO WS-IFC-TRL-REV-CNT
                   END-IF
           END-EVALUATE.

      * On a window-cutoff run (completion code 8) the unprocessed
      * output and reject files.
       COUNT-CARRYOVER-DETAILS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'R' TO WS-HDR-PRIORITY
           OPEN INPUT FACT-CARRYOVER-FILE
           IF WS-CRY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-CARRYOVER-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF CRY-REC-TYPE = 'H'
                               IF CRY-HDR-PRIORITY = 'U'
                                   MOVE 'U' TO WS-HDR-PRIORITY
                               ELSE
                                   MOVE 'R' TO WS-HDR-PRIORITY
                               END-IF
                           END-IF
                           IF CRY-REC-TYPE NOT = 'H'
                                   AND CRY-REC-TYPE NOT = 'T'
                               ADD 1 TO WS-CRY-DETAIL-COUNT
                               IF HDR-IS-URGENT
                                   ADD 1 TO WS-CRY-URGENT-COUNT
                               ELSE
                                   ADD 1 TO WS-CRY-ROUTINE-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       MOVE SUM-RECORDS-OVERFLOW TO WS-SUM-OVERFLOW
                       MOVE SUM-RESTART-POINT TO WS-SUM-RESTART
                       MOVE SUM-COMPLETION-CODE TO WS-SUM-COMPCODE
                       IF SUM-URGENT-DONE NUMERIC
                           MOVE SUM-URGENT-DONE TO WS-SUM-URGENT
                       END-IF
                       IF SUM-ROUTINE-DONE NUMERIC
                           MOVE SUM-ROUTINE-DONE TO WS-SUM-ROUTINE
                       END-IF
               END-READ
               CLOSE FACT-SUMMARY-FILE
           END-IF.
           IF SUMMARY-AVAILABLE AND WS-SUM-RESTART = 0
               MOVE WS-SUM-READ TO WS-READ-BASIS
               COMPUTE WS-EXPECTED-COUNT =
                   WS-OUT-REQUEST-COUNT + WS-REJ-COUNT
                       + WS-SUM-OVERFLOW
           ELSE
      * A cutoff run that was itself a restart balances the full
      * FACTIN less the remainder it carried to FACTCRY.
                   MOVE WS-IN-DETAIL-COUNT TO WS-READ-BASIS
               END-IF
               COMPUTE WS-EXPECTED-COUNT =
                   WS-OUT-REQUEST-COUNT + WS-REJ-COUNT
                       + WS-AUD-OVERFLOW-CNT
           END-IF
           MOVE WS-READ-BASIS TO WS-COUNT-DSP-1
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-DSP-2
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD AFTER ADVANCING 2 LINES
           IF WS-DIST-REQUEST-CNT > 0
               MOVE WS-DIST-REQUEST-CNT TO WS-COUNT-DSP-1
               MOVE WS-DIST-OUTCOME-CNT TO WS-COUNT-DSP-2
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "DISTRIBUTION REQUESTS " DELIMITED BY SIZE
                   WS-COUNT-DSP-1 DELIMITED BY SIZE
                   " WROTE OUTCOME RECORDS " DELIMITED BY SIZE
                   WS-COUNT-DSP-2 DELIMITED BY SIZE
                   "  - COUNTED ONCE PER REQUEST ABOVE"
                       DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               END-STRING
               WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF SUMMARY-AVAILABLE
               PERFORM PRINT-PRIORITY-BALANCE
           END-IF
      * A window-cutoff run (completion code 8) stopped cleanly
      * partway through FACTIN and carried the rest to FACTCRY, so
      * the audit trail can only tie to the records it processed.
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINE
           IF WS-AUD-REVERSAL-CNT > 0
               MOVE WS-AUD-REVERSAL-CNT TO WS-COUNT-DSP-1
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "REVERSAL AUDIT RECORDS (RUN DATE) "
                       DELIMITED BY SIZE
                   WS-COUNT-DSP-1 DELIMITED BY SIZE
                   "  - NOT INPUT, EXCLUDED ABOVE" DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               END-STRING
               WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           COMPUTE WS-IFC-EXPECTED-CNT =
               WS-OUT-COUNT + WS-IFC-REVERSAL-CNT
           MOVE WS-IFC-TRL-COUNT TO WS-COUNT-DSP-1
           MOVE WS-IFC-EXPECTED-CNT TO WS-COUNT-DSP-2
           PERFORM CHECK-IFC-COUNT
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "IFC TRAILER COUNT " DELIMITED BY SIZE
               WS-COUNT-DSP-1 DELIMITED BY SIZE
               " VS FACTOUT RE-COUNT + REVERSALS " DELIMITED BY SIZE
               WS-COUNT-DSP-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECK-STATUS DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINE
           IF WS-IFC-REVERSAL-CNT > 0 OR WS-IFC-TRL-REV-CNT > 0
               MOVE WS-IFC-TRL-REV-CNT TO WS-COUNT-DSP-1
               MOVE WS-IFC-REVERSAL-CNT TO WS-COUNT-DSP-2
               PERFORM CHECK-IFC-REVERSALS
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "IFC TRAILER REVERSALS " DELIMITED BY SIZE
                   WS-COUNT-DSP-1 DELIMITED BY SIZE
                   " VS REVERSAL DETAILS " DELIMITED BY SIZE
                   WS-COUNT-DSP-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CHECK-STATUS DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               END-STRING
               WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF WS-OUT-RESULT-SUM < WS-IFC-REVERSAL-SUM
               COMPUTE WS-NET-RESULT-SUM =
                   WS-IFC-REVERSAL-SUM - WS-OUT-RESULT-SUM
               MOVE '-' TO WS-EXPECTED-SIGN
           ELSE
               COMPUTE WS-NET-RESULT-SUM =
                   WS-OUT-RESULT-SUM - WS-IFC-REVERSAL-SUM
               MOVE SPACE TO WS-EXPECTED-SIGN
           END-IF
           IF WS-NET-RESULT-SUM > WS-TRAILER-SUM-MAX
               MOVE WS-TRAILER-SUM-MAX TO WS-EXPECTED-SUM
           ELSE
               MOVE WS-NET-RESULT-SUM TO WS-EXPECTED-SUM
           END-IF
           MOVE WS-IFC-TRL-SUM TO WS-SUM-DSP-1
           MOVE WS-EXPECTED-SUM TO WS-SUM-DSP-2
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "IFC TRAILER SUM " DELIMITED BY SIZE
               WS-SUM-DSP-1 DELIMITED BY SIZE
               WS-IFC-TRL-SIGN DELIMITED BY SIZE
               " VS FACTOUT RE-ADD NET OF REVERSALS "
                   DELIMITED BY SIZE
               WS-SUM-DSP-2 DELIMITED BY SIZE
               WS-EXPECTED-SIGN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECK-STATUS DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD AFTER ADVANCING 2 LINES
           CLOSE FACT-RECON-REPORT.

      * Urgent work must all have been dealt with in the run and
      * none of it carried over; routine work dealt with plus the
      * routine carryover must account for every routine detail.
       PRINT-PRIORITY-BALANCE.
           MOVE WS-IN-URGENT-COUNT TO WS-READ-BASIS
           MOVE WS-SUM-URGENT TO WS-EXPECTED-COUNT
           MOVE WS-READ-BASIS TO WS-COUNT-DSP-1
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-DSP-2
           PERFORM CHECK-COUNTS-EQUAL
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "URGENT DETAILS " DELIMITED BY SIZE
               WS-COUNT-DSP-1 DELIMITED BY SIZE
               " VS URGENT DONE " DELIMITED BY SIZE
               WS-COUNT-DSP-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECK-STATUS DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-READ-BASIS
           MOVE WS-CRY-URGENT-COUNT TO WS-EXPECTED-COUNT
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-DSP-2
           PERFORM CHECK-COUNTS-EQUAL
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "URGENT DETAILS CARRIED TO FACTCRY " DELIMITED BY SIZE
               WS-COUNT-DSP-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECK-STATUS DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-IN-ROUTINE-COUNT TO WS-READ-BASIS
           COMPUTE WS-EXPECTED-COUNT =
               WS-SUM-ROUTINE + WS-CRY-ROUTINE-COUNT
           MOVE WS-READ-BASIS TO WS-COUNT-DSP-1
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-DSP-2
           PERFORM CHECK-COUNTS-EQUAL
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "ROUTINE DETAILS " DELIMITED BY SIZE
               WS-COUNT-DSP-1 DELIMITED BY SIZE
               " VS ROUTINE DONE+CARRIED " DELIMITED BY SIZE
               WS-COUNT-DSP-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECK-STATUS DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINE.

       CHECK-COUNTS-EQUAL.
           IF WS-READ-BASIS = WS-EXPECTED-COUNT
               MOVE "BALANCED" TO WS-CHECK-STATUS
           END-IF.

       CHECK-IFC-COUNT.
           IF WS-IFC-TRL-COUNT = WS-IFC-EXPECTED-CNT
                   AND WS-IFC-HDR-COUNT = WS-IFC-EXPECTED-CNT
                   AND WS-IFC-DETAIL-COUNT = WS-IFC-EXPECTED-CNT
               MOVE "BALANCED" TO WS-CHECK-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CHECK-STATUS
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF.

       CHECK-IFC-REVERSALS.
           IF WS-IFC-TRL-REV-CNT = WS-IFC-REVERSAL-CNT
               MOVE "BALANCED" TO WS-CHECK-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CHECK-STATUS

       CHECK-IFC-SUM.
           IF WS-IFC-TRL-SUM = WS-EXPECTED-SUM
                   AND WS-IFC-TRL-SIGN = WS-EXPECTED-SIGN
               MOVE "BALANCED" TO WS-CHECK-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CHECK-STATUS
