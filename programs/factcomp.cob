       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactCompProg.
      *****************************************************************
      * FACTCOMP - parallel-run comparison.  Compares the FACTOUT
      * result files of two runs over the same FACTIN - a base run
      * on FACTOUTA and a trial run on FACTOUTB, such as a run
      * under a new NUMMAX or compiler level, or a FactSplitProg /
      * FactMergeProg run against a single pass - and prints to
      * FACTCMR every result that does not agree:
      *   - requests present on only one of the two files
      *   - a request reference carrying a different record type,
      *     NUM, R or submitter in the two runs
      *   - a different result form, or for the same form a
      *     different OUT-FACT ('E'), decimal value ('D'), mantissa
      *     or OUT-EXPONENT ('A'), or distribution cumulative
      *     probability
      * Results are matched on OUT-REQUEST-REF and, for the
      * outcome records of a distribution request, OUT-OUTCOME-SEQ.
      * Decimal values and cumulative probabilities are compared
      * within the decimal tolerance, mantissas within the
      * approximation tolerance; the exponent and every whole-
      * number result must be equal.  Tolerances are read from
      * FACTCMPC control cards:
      *   TOLERANCE=n    both tolerances
      *   DECIMAL-TOL=n  decimal values and cumulative probabilities
      *   APPROX-TOL=n   approximated result mantissas
      * where n is an absolute difference below 1, e.g. 0.000001.
      * With no card every result must agree exactly; differences
      * within tolerance are counted, with the largest of each
      * kind, but not listed.  The two runs' FACTSUM records,
      * FACTSUMA and FACTSUMB, are cross-checked count by count.
      * The trial run's results are held in storage while the base
      * run is read, up to WS-TRIAL-TABLE-MAX results.
      * Condition codes:
      *    0 - the runs agree and the release may be signed off
      *    4 - the runs differ
      *    8 - the comparison could not be completed: a result
      *        file or run summary missing, or the trial run too
      *        large to hold
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASE-OUTPUT-FILE ASSIGN TO FACTOUTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOA-FILE-STATUS.
           SELECT TRIAL-OUTPUT-FILE ASSIGN TO FACTOUTB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOB-FILE-STATUS.
           SELECT BASE-SUMMARY-FILE ASSIGN TO FACTSUMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSA-FILE-STATUS.
           SELECT TRIAL-SUMMARY-FILE ASSIGN TO FACTSUMB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSB-FILE-STATUS.
           SELECT FACT-COMPARE-PARM-FILE ASSIGN TO FACTCMPC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.
           SELECT FACT-COMPARE-REPORT ASSIGN TO FACTCMR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BASE-OUTPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BASE-OUTPUT-RECORD        PIC X(80).

       FD  TRIAL-OUTPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRIAL-FILE-RECORD         PIC X(80).

       FD  BASE-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BASE-SUMMARY-RECORD       PIC X(80).

       FD  TRIAL-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRIAL-SUMMARY-RECORD      PIC X(80).

       FD  FACT-COMPARE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD               PIC X(80).

       FD  FACT-COMPARE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  COMPARE-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      * The base run's result in hand, and the trial run's result
      * it is matched to.
       COPY FACTOUT.
       COPY FACTOUT REPLACING
           ==OUTPUT-RECORD== BY ==TRIAL-OUTPUT-RECORD==
           LEADING ==OUT== BY ==TRO==.
       COPY FACTSUM.

       01 WS-BOA-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-TOB-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-BSA-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-TSB-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PRM-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CMR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-FILE-REACHED        VALUE 'Y'.
       01 WS-PARM-EOF-SWITCH  PIC X      VALUE 'N'.
           88 END-OF-PARMS               VALUE 'Y'.
       01 WS-INCOMPLETE-SWITCH PIC X     VALUE 'N'.
           88 COMPARE-INCOMPLETE         VALUE 'Y'.
       01 WS-AGREE-SWITCH     PIC X      VALUE 'Y'.
           88 RUNS-AGREE                 VALUE 'Y'.
       01 WS-PAIR-DIFF-SWITCH PIC X      VALUE 'N'.
           88 PAIR-DIFFERS               VALUE 'Y'.
       01 WS-PAIR-TOL-SWITCH  PIC X      VALUE 'N'.
           88 PAIR-WITHIN-TOLERANCE      VALUE 'Y'.

      * Tolerance control cards.
       01 WS-PARM-KEYWORD     PIC X(12)  VALUE SPACES.
       01 WS-PARM-VALUE       PIC X(20)  VALUE SPACES.
       01 WS-TOL-SCAN         PIC X(20)  VALUE SPACES.
       01 WS-SCAN-INDEX       PIC 9(3)   COMP VALUE ZEROS.
       01 WS-POINT-COUNT      PIC 9(3)   COMP VALUE ZEROS.
       01 WS-TOL-OK-SWITCH    PIC X      VALUE 'Y'.
           88 TOLERANCE-FIELD-OK         VALUE 'Y'.
       01 WS-TOL-WORK         PIC 9(2)V9(16) VALUE ZEROS.
       01 WS-DECIMAL-TOL      PIC 9V9(16) VALUE ZEROS.
       01 WS-APPROX-TOL       PIC 9V9(16) VALUE ZEROS.

      * The trial run's results, in file order.  WS-TT-MATCHED is
      * set once a base run result has been matched to the entry.
       01 WS-TRIAL-TABLE.
           05 WS-TRIAL-ENTRY OCCURS 20000 TIMES.
               10 WS-TT-REQUEST-REF PIC X(12).
               10 WS-TT-OUTCOME-SEQ PIC X(3).
               10 WS-TT-MATCHED    PIC X(1).
               10 WS-TT-RECORD     PIC X(80).
       01 WS-TRIAL-COUNT      PIC 9(5)   COMP VALUE ZEROS.
       01 WS-TRIAL-INDEX      PIC 9(5)   COMP VALUE ZEROS.
       01 WS-TRIAL-HINT       PIC 9(5)   COMP VALUE 1.
       01 WS-TRIAL-TABLE-MAX  PIC 9(5)   COMP VALUE 20000.
       01 WS-TRIAL-FOUND-SWITCH PIC X    VALUE 'N'.
           88 TRIAL-RESULT-FOUND         VALUE 'Y'.
       01 WS-SEARCH-REF       PIC X(12)  VALUE SPACES.
       01 WS-SEARCH-SEQ       PIC X(3)   VALUE SPACES.

      * Values under comparison.
       01 WS-BASE-VALUE       PIC 9V9(16) VALUE ZEROS.
       01 WS-TRIAL-VALUE      PIC 9V9(16) VALUE ZEROS.
       01 WS-VALUE-DIFF       PIC 9V9(16) VALUE ZEROS.
       01 WS-VALUE-TOL        PIC 9V9(16) VALUE ZEROS.
       01 WS-MAX-DECIMAL-DIFF PIC 9V9(16) VALUE ZEROS.
       01 WS-MAX-MANTISSA-DIFF PIC 9V9(16) VALUE ZEROS.
       01 WS-MAX-VALUE-DIFF   PIC 9V9(16) VALUE ZEROS.
       01 WS-DIFF-DSP         PIC 9.9(16).
       01 WS-DIFF-DSP-2       PIC 9.9(16).
       01 WS-FACT-DSP         PIC Z(17)9.

      * Run summaries.
       01 WS-BASE-SUM-SWITCH  PIC X      VALUE 'N'.
           88 BASE-SUMMARY-AVAILABLE     VALUE 'Y'.
       01 WS-TRIAL-SUM-SWITCH PIC X      VALUE 'N'.
           88 TRIAL-SUMMARY-AVAILABLE    VALUE 'Y'.
       01 WS-SUMMARY-WORK.
           05 WS-SW-READ       PIC 9(7).
           05 WS-SW-WRITTEN    PIC 9(7).
           05 WS-SW-REJECTED   PIC 9(7).
           05 WS-SW-OVERFLOW   PIC 9(7).
           05 WS-SW-URGENT     PIC 9(7).
           05 WS-SW-ROUTINE    PIC 9(7).
           05 WS-SW-RESTART    PIC 9(7).
           05 WS-SW-COMPCODE   PIC 9(2).
           05 WS-SW-RUN-DATE   PIC X(8).
           05 WS-SW-JOB-ID     PIC X(8).
       01 WS-BASE-SUMMARY.
           05 WS-BS-READ       PIC 9(7)   VALUE ZEROS.
           05 WS-BS-WRITTEN    PIC 9(7)   VALUE ZEROS.
           05 WS-BS-REJECTED   PIC 9(7)   VALUE ZEROS.
           05 WS-BS-OVERFLOW   PIC 9(7)   VALUE ZEROS.
           05 WS-BS-URGENT     PIC 9(7)   VALUE ZEROS.
           05 WS-BS-ROUTINE    PIC 9(7)   VALUE ZEROS.
           05 WS-BS-RESTART    PIC 9(7)   VALUE ZEROS.
           05 WS-BS-COMPCODE   PIC 9(2)   VALUE ZEROS.
           05 WS-BS-RUN-DATE   PIC X(8)   VALUE SPACES.
           05 WS-BS-JOB-ID     PIC X(8)   VALUE SPACES.
       01 WS-TRIAL-SUMMARY.
           05 WS-TS-READ       PIC 9(7)   VALUE ZEROS.
           05 WS-TS-WRITTEN    PIC 9(7)   VALUE ZEROS.
           05 WS-TS-REJECTED   PIC 9(7)   VALUE ZEROS.
           05 WS-TS-OVERFLOW   PIC 9(7)   VALUE ZEROS.
           05 WS-TS-URGENT     PIC 9(7)   VALUE ZEROS.
           05 WS-TS-ROUTINE    PIC 9(7)   VALUE ZEROS.
           05 WS-TS-RESTART    PIC 9(7)   VALUE ZEROS.
           05 WS-TS-COMPCODE   PIC 9(2)   VALUE ZEROS.
           05 WS-TS-RUN-DATE   PIC X(8)   VALUE SPACES.
           05 WS-TS-JOB-ID     PIC X(8)   VALUE SPACES.
       01 WS-CHECK-BASE       PIC 9(7)   VALUE ZEROS.
       01 WS-CHECK-TRIAL      PIC 9(7)   VALUE ZEROS.
       01 WS-CHECK-STATUS     PIC X(9)   VALUE SPACES.

      * One line of the difference listing.
       01 WS-LINE-REF         PIC X(12)  VALUE SPACES.
       01 WS-LINE-SEQ         PIC X(3)   VALUE SPACES.
       01 WS-LINE-TYPE        PIC X(1)   VALUE SPACES.
       01 WS-LINE-NUM         PIC X(3)   VALUE SPACES.
       01 WS-LINE-R           PIC X(3)   VALUE SPACES.
       01 WS-DIFF-TEXT        PIC X(16)  VALUE SPACES.
       01 WS-BASE-TEXT        PIC X(26)  VALUE SPACES.
       01 WS-TRIAL-TEXT       PIC X(26)  VALUE SPACES.

       01 WS-BASE-READ        PIC 9(7)   VALUE ZEROS.
       01 WS-MATCHED-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-EXACT-COUNT      PIC 9(7)   VALUE ZEROS.
       01 WS-TOLERANCE-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-DIFFER-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-DIFF-LINE-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-BASE-ONLY-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-TRIAL-ONLY-COUNT PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
       01 WS-COUNT-DSP-2      PIC ZZZ,ZZ9.
       01 WS-COMPCODE-DSP     PIC Z9.
       01 WS-COMPCODE-DSP-2   PIC Z9.
       01 WS-TOTAL-LABEL      PIC X(40)  VALUE SPACES.
       01 WS-LINE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-LINES-PER-PAGE   PIC 9(3)   VALUE 55.
       01 WS-PAGE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-DISPLAY     PIC ZZ9.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM READ-COMPARE-PARAMETERS
           PERFORM LOAD-TRIAL-RESULTS
           IF NOT COMPARE-INCOMPLETE
               OPEN INPUT BASE-OUTPUT-FILE
               IF WS-BOA-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTOUTA NOT FOUND - STATUS "
                       WS-BOA-FILE-STATUS " - JOB TERMINATED"
                   SET COMPARE-INCOMPLETE TO TRUE
               END-IF
           END-IF
           IF COMPARE-INCOMPLETE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-RUN-SUMMARIES
               OPEN OUTPUT FACT-COMPARE-REPORT
               PERFORM PRINT-COMPARE-HEADING
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ BASE-OUTPUT-FILE INTO OUTPUT-RECORD
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END PERFORM MATCH-BASE-RESULT
                   END-READ
               END-PERFORM
               CLOSE BASE-OUTPUT-FILE
               PERFORM VARYING WS-TRIAL-INDEX FROM 1 BY 1
                       UNTIL WS-TRIAL-INDEX > WS-TRIAL-COUNT
                   IF WS-TT-MATCHED (WS-TRIAL-INDEX) = 'N'
                       PERFORM PRINT-TRIAL-ONLY
                   END-IF
               END-PERFORM
               IF WS-DIFF-LINE-COUNT = 0
                   PERFORM CHECK-PAGE-BREAK
                   MOVE SPACES TO COMPARE-REPORT-RECORD
                   STRING "NO DIFFERENCES" DELIMITED BY SIZE
                       INTO COMPARE-REPORT-RECORD
                   END-STRING
                   WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
               END-IF
               PERFORM PRINT-SUMMARY-CROSS-CHECK
               PERFORM PRINT-COMPARE-TOTALS
               CLOSE FACT-COMPARE-REPORT
               IF COMPARE-INCOMPLETE
                   DISPLAY "PARALLEL RUN COMPARISON INCOMPLETE"
                       " - RUN SUMMARY MISSING"
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF RUNS-AGREE
                   DISPLAY "PARALLEL RUN COMPARISON COMPLETE"
                       " - RUNS AGREE"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "PARALLEL RUN COMPARISON COMPLETE"
                       " - RUNS DIFFER"
                   MOVE 4 TO RETURN-CODE
               END-IF
               END-IF
           END-IF
           STOP RUN.

      * With no FACTCMPC file, or no valid card, every result must
      * agree exactly.
       READ-COMPARE-PARAMETERS.
           OPEN INPUT FACT-COMPARE-PARM-FILE
           IF WS-PRM-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-PARMS
                   READ FACT-COMPARE-PARM-FILE
                       AT END SET END-OF-PARMS TO TRUE
                       NOT AT END PERFORM APPLY-COMPARE-PARM-CARD
                   END-READ
               END-PERFORM
               CLOSE FACT-COMPARE-PARM-FILE
           END-IF.

       APPLY-COMPARE-PARM-CARD.
           IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY '='
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               IF FUNCTION TRIM(WS-PARM-KEYWORD) = "TOLERANCE"
                       OR FUNCTION TRIM(WS-PARM-KEYWORD)
                           = "DECIMAL-TOL"
                       OR FUNCTION TRIM(WS-PARM-KEYWORD)
                           = "APPROX-TOL"
                   PERFORM EDIT-TOLERANCE-VALUE
                   IF NOT TOLERANCE-FIELD-OK
                       DISPLAY "WARNING: INVALID FACTCMPC CARD "
                           "IGNORED: " PARM-RECORD(1:32)
                   ELSE
                       IF FUNCTION TRIM(WS-PARM-KEYWORD)
                               NOT = "APPROX-TOL"
                           MOVE WS-TOL-WORK TO WS-DECIMAL-TOL
                       END-IF
                       IF FUNCTION TRIM(WS-PARM-KEYWORD)
                               NOT = "DECIMAL-TOL"
                           MOVE WS-TOL-WORK TO WS-APPROX-TOL
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "WARNING: UNKNOWN FACTCMPC CARD IGNORED: "
                       PARM-RECORD(1:32)
               END-IF
           END-IF.

      * The tolerance must be digits with at most one point, and
      * below 1, before it is taken.
       EDIT-TOLERANCE-VALUE.
           MOVE 'Y' TO WS-TOL-OK-SWITCH
           MOVE 0 TO WS-POINT-COUNT
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-TOL-SCAN
           IF WS-TOL-SCAN = SPACES OR WS-TOL-SCAN = '.'
               MOVE 'N' TO WS-TOL-OK-SWITCH
           END-IF
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > 20
                       OR WS-TOL-SCAN(WS-SCAN-INDEX:1) = SPACE
                       OR NOT TOLERANCE-FIELD-OK
               EVALUATE WS-TOL-SCAN(WS-SCAN-INDEX:1)
                   WHEN '0' THRU '9'
                       CONTINUE
                   WHEN '.'
                       ADD 1 TO WS-POINT-COUNT
                       IF WS-POINT-COUNT > 1
                           MOVE 'N' TO WS-TOL-OK-SWITCH
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-TOL-OK-SWITCH
               END-EVALUATE
           END-PERFORM
           IF TOLERANCE-FIELD-OK
               MOVE FUNCTION NUMVAL(WS-TOL-SCAN) TO WS-TOL-WORK
               IF WS-TOL-WORK NOT < 1
                   MOVE 'N' TO WS-TOL-OK-SWITCH
               END-IF
           END-IF.

       LOAD-TRIAL-RESULTS.
           OPEN INPUT TRIAL-OUTPUT-FILE
           IF WS-TOB-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTOUTB NOT FOUND - STATUS "
                   WS-TOB-FILE-STATUS " - JOB TERMINATED"
               SET COMPARE-INCOMPLETE TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE-REACHED
                       OR COMPARE-INCOMPLETE
                   READ TRIAL-OUTPUT-FILE INTO TRIAL-OUTPUT-RECORD
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END PERFORM LOAD-ONE-TRIAL-RESULT
                   END-READ
               END-PERFORM
               CLOSE TRIAL-OUTPUT-FILE
           END-IF.

       LOAD-ONE-TRIAL-RESULT.
           IF WS-TRIAL-COUNT < WS-TRIAL-TABLE-MAX
               ADD 1 TO WS-TRIAL-COUNT
               MOVE TRO-REQUEST-REF
                   TO WS-TT-REQUEST-REF (WS-TRIAL-COUNT)
               MOVE TRO-OUTCOME-SEQ
                   TO WS-TT-OUTCOME-SEQ (WS-TRIAL-COUNT)
               MOVE 'N' TO WS-TT-MATCHED (WS-TRIAL-COUNT)
               MOVE TRIAL-OUTPUT-RECORD
                   TO WS-TT-RECORD (WS-TRIAL-COUNT)
           ELSE
               MOVE WS-TRIAL-TABLE-MAX TO WS-COUNT-DSP
               DISPLAY "ERROR: FACTOUTB HOLDS MORE THAN "
                   WS-COUNT-DSP " RESULTS - JOB TERMINATED"
               SET COMPARE-INCOMPLETE TO TRUE
           END-IF.

       READ-RUN-SUMMARIES.
           MOVE SPACES TO RUN-SUMMARY-RECORD
           OPEN INPUT BASE-SUMMARY-FILE
           IF WS-BSA-FILE-STATUS = "00"
               READ BASE-SUMMARY-FILE INTO RUN-SUMMARY-RECORD
                   AT END CONTINUE
                   NOT AT END SET BASE-SUMMARY-AVAILABLE TO TRUE
               END-READ
               CLOSE BASE-SUMMARY-FILE
           END-IF
           IF BASE-SUMMARY-AVAILABLE
               PERFORM TAKE-SUMMARY-COUNTS
               MOVE WS-SUMMARY-WORK TO WS-BASE-SUMMARY
           ELSE
               DISPLAY "WARNING: FACTSUMA MISSING - RUN COUNTS NOT"
                   " CROSS-CHECKED"
               SET COMPARE-INCOMPLETE TO TRUE
           END-IF
           MOVE SPACES TO RUN-SUMMARY-RECORD
           OPEN INPUT TRIAL-SUMMARY-FILE
           IF WS-TSB-FILE-STATUS = "00"
               READ TRIAL-SUMMARY-FILE INTO RUN-SUMMARY-RECORD
                   AT END CONTINUE
                   NOT AT END SET TRIAL-SUMMARY-AVAILABLE TO TRUE
               END-READ
               CLOSE TRIAL-SUMMARY-FILE
           END-IF
           IF TRIAL-SUMMARY-AVAILABLE
               PERFORM TAKE-SUMMARY-COUNTS
               MOVE WS-SUMMARY-WORK TO WS-TRIAL-SUMMARY
           ELSE
               DISPLAY "WARNING: FACTSUMB MISSING - RUN COUNTS NOT"
                   " CROSS-CHECKED"
               SET COMPARE-INCOMPLETE TO TRUE
           END-IF.

       TAKE-SUMMARY-COUNTS.
           MOVE ZEROS TO WS-SW-READ WS-SW-WRITTEN WS-SW-REJECTED
               WS-SW-OVERFLOW WS-SW-URGENT WS-SW-ROUTINE
               WS-SW-RESTART WS-SW-COMPCODE
           MOVE SUM-RUN-DATE TO WS-SW-RUN-DATE
           MOVE SUM-JOB-ID TO WS-SW-JOB-ID
           IF SUM-RECORDS-READ NUMERIC
               MOVE SUM-RECORDS-READ TO WS-SW-READ
           END-IF
           IF SUM-RECORDS-WRITTEN NUMERIC
               MOVE SUM-RECORDS-WRITTEN TO WS-SW-WRITTEN
           END-IF
           IF SUM-RECORDS-REJECTED NUMERIC
               MOVE SUM-RECORDS-REJECTED TO WS-SW-REJECTED
           END-IF
           IF SUM-RECORDS-OVERFLOW NUMERIC
               MOVE SUM-RECORDS-OVERFLOW TO WS-SW-OVERFLOW
           END-IF
           IF SUM-URGENT-DONE NUMERIC
               MOVE SUM-URGENT-DONE TO WS-SW-URGENT
           END-IF
           IF SUM-ROUTINE-DONE NUMERIC
               MOVE SUM-ROUTINE-DONE TO WS-SW-ROUTINE
           END-IF
           IF SUM-RESTART-POINT NUMERIC
               MOVE SUM-RESTART-POINT TO WS-SW-RESTART
           END-IF
           IF SUM-COMPLETION-CODE NUMERIC
               MOVE SUM-COMPLETION-CODE TO WS-SW-COMPCODE
           END-IF.

       MATCH-BASE-RESULT.
           ADD 1 TO WS-BASE-READ
           MOVE OUT-REQUEST-REF TO WS-SEARCH-REF
           MOVE OUT-OUTCOME-SEQ TO WS-SEARCH-SEQ
           PERFORM FIND-TRIAL-RESULT
           IF TRIAL-RESULT-FOUND
               MOVE 'Y' TO WS-TT-MATCHED (WS-TRIAL-INDEX)
               MOVE WS-TT-RECORD (WS-TRIAL-INDEX)
                   TO TRIAL-OUTPUT-RECORD
               ADD 1 TO WS-MATCHED-COUNT
               PERFORM COMPARE-MATCHED-RESULT
           ELSE
               PERFORM PRINT-BASE-ONLY
           END-IF.

      * Runs over the same input write their results in much the
      * same order, so the search starts after the last entry
      * matched and wraps round to the start of the table.  Only
      * an entry not already matched is taken, so a reference
      * repeated on one file pairs off with its repeats on the
      * other.
       FIND-TRIAL-RESULT.
           MOVE 'N' TO WS-TRIAL-FOUND-SWITCH
           PERFORM VARYING WS-TRIAL-INDEX FROM WS-TRIAL-HINT BY 1
                   UNTIL WS-TRIAL-INDEX > WS-TRIAL-COUNT
                       OR TRIAL-RESULT-FOUND
               PERFORM CHECK-TRIAL-ENTRY
           END-PERFORM
           IF NOT TRIAL-RESULT-FOUND
               PERFORM VARYING WS-TRIAL-INDEX FROM 1 BY 1
                       UNTIL WS-TRIAL-INDEX >= WS-TRIAL-HINT
                           OR WS-TRIAL-INDEX > WS-TRIAL-COUNT
                           OR TRIAL-RESULT-FOUND
                   PERFORM CHECK-TRIAL-ENTRY
               END-PERFORM
           END-IF
           IF TRIAL-RESULT-FOUND
               SUBTRACT 1 FROM WS-TRIAL-INDEX
               COMPUTE WS-TRIAL-HINT = WS-TRIAL-INDEX + 1
           END-IF.

       CHECK-TRIAL-ENTRY.
           IF WS-TT-MATCHED (WS-TRIAL-INDEX) = 'N'
                   AND WS-TT-REQUEST-REF (WS-TRIAL-INDEX)
                       = WS-SEARCH-REF
                   AND WS-TT-OUTCOME-SEQ (WS-TRIAL-INDEX)
                       = WS-SEARCH-SEQ
               SET TRIAL-RESULT-FOUND TO TRUE
           END-IF.

      * Every difference on the pair is listed; once the result
      * forms differ the values cannot be compared.
       COMPARE-MATCHED-RESULT.
           MOVE 'N' TO WS-PAIR-DIFF-SWITCH
           MOVE 'N' TO WS-PAIR-TOL-SWITCH
           IF OUT-REC-TYPE NOT = TRO-REC-TYPE
                   OR OUT-NUM NOT = TRO-NUM
                   OR OUT-R NOT = TRO-R
                   OR OUT-SUBMITTER-ID NOT = TRO-SUBMITTER-ID
               MOVE "REQUEST" TO WS-DIFF-TEXT
               MOVE SPACES TO WS-BASE-TEXT
               STRING OUT-REC-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OUT-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OUT-R DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OUT-SUBMITTER-ID DELIMITED BY SIZE
                   INTO WS-BASE-TEXT
               END-STRING
               MOVE SPACES TO WS-TRIAL-TEXT
               STRING TRO-REC-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRO-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRO-R DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRO-SUBMITTER-ID DELIMITED BY SIZE
                   INTO WS-TRIAL-TEXT
               END-STRING
               PERFORM PRINT-PAIR-DIFFERENCE
           END-IF
           IF OUT-RESULT-FORM NOT = TRO-RESULT-FORM
               MOVE "RESULT FORM" TO WS-DIFF-TEXT
               PERFORM PRINT-RESULT-DIFFERENCE
           ELSE
               EVALUATE OUT-RESULT-FORM
                   WHEN 'D'
                       PERFORM COMPARE-DECIMAL-RESULT
                   WHEN 'A'
                       PERFORM COMPARE-APPROX-RESULT
                   WHEN OTHER
                       IF OUT-FACT NOT = TRO-FACT
                           MOVE "RESULT VALUE" TO WS-DIFF-TEXT
                           PERFORM PRINT-RESULT-DIFFERENCE
                       END-IF
               END-EVALUATE
           END-IF
           IF OUT-OUTCOME-SEQ NUMERIC OR TRO-OUTCOME-SEQ NUMERIC
               PERFORM COMPARE-CUM-PROBABILITY
           END-IF
           IF PAIR-DIFFERS
               ADD 1 TO WS-DIFFER-COUNT
           ELSE
           IF PAIR-WITHIN-TOLERANCE
               ADD 1 TO WS-TOLERANCE-COUNT
           ELSE
               ADD 1 TO WS-EXACT-COUNT
           END-IF
           END-IF.

       COMPARE-DECIMAL-RESULT.
           MOVE OUT-FACT-DEC TO WS-BASE-VALUE
           MOVE TRO-FACT-DEC TO WS-TRIAL-VALUE
           MOVE WS-DECIMAL-TOL TO WS-VALUE-TOL
           MOVE WS-MAX-DECIMAL-DIFF TO WS-MAX-VALUE-DIFF
           PERFORM CHECK-VALUE-TOLERANCE
           MOVE WS-MAX-VALUE-DIFF TO WS-MAX-DECIMAL-DIFF
           IF WS-VALUE-DIFF > WS-VALUE-TOL
               MOVE "DECIMAL VALUE" TO WS-DIFF-TEXT
               PERFORM PRINT-RESULT-DIFFERENCE
           END-IF.

       COMPARE-APPROX-RESULT.
           IF OUT-EXPONENT NOT = TRO-EXPONENT
               MOVE "EXPONENT" TO WS-DIFF-TEXT
               PERFORM PRINT-RESULT-DIFFERENCE
           ELSE
               MOVE OUT-FACT-DEC TO WS-BASE-VALUE
               MOVE TRO-FACT-DEC TO WS-TRIAL-VALUE
               MOVE WS-APPROX-TOL TO WS-VALUE-TOL
               MOVE WS-MAX-MANTISSA-DIFF TO WS-MAX-VALUE-DIFF
               PERFORM CHECK-VALUE-TOLERANCE
               MOVE WS-MAX-VALUE-DIFF TO WS-MAX-MANTISSA-DIFF
               IF WS-VALUE-DIFF > WS-VALUE-TOL
                   MOVE "MANTISSA" TO WS-DIFF-TEXT
                   PERFORM PRINT-RESULT-DIFFERENCE
               END-IF
           END-IF.

       COMPARE-CUM-PROBABILITY.
           IF OUT-OUTCOME-SEQ NUMERIC AND TRO-OUTCOME-SEQ NUMERIC
               MOVE OUT-CUM-PROB TO WS-BASE-VALUE
               MOVE TRO-CUM-PROB TO WS-TRIAL-VALUE
               MOVE WS-DECIMAL-TOL TO WS-VALUE-TOL
               MOVE WS-MAX-DECIMAL-DIFF TO WS-MAX-VALUE-DIFF
               PERFORM CHECK-VALUE-TOLERANCE
               MOVE WS-MAX-VALUE-DIFF TO WS-MAX-DECIMAL-DIFF
           ELSE
               MOVE 1 TO WS-VALUE-DIFF
               MOVE ZEROS TO WS-VALUE-TOL
           END-IF
           IF WS-VALUE-DIFF > WS-VALUE-TOL
               MOVE "CUM PROBABILITY" TO WS-DIFF-TEXT
               MOVE SPACES TO WS-BASE-TEXT
               IF OUT-OUTCOME-SEQ NUMERIC
                   STRING "P " DELIMITED BY SIZE
                       OUT-CUM-PROB DELIMITED BY SIZE
                       INTO WS-BASE-TEXT
                   END-STRING
               END-IF
               MOVE SPACES TO WS-TRIAL-TEXT
               IF TRO-OUTCOME-SEQ NUMERIC
                   STRING "P " DELIMITED BY SIZE
                       TRO-CUM-PROB DELIMITED BY SIZE
                       INTO WS-TRIAL-TEXT
                   END-STRING
               END-IF
               PERFORM PRINT-PAIR-DIFFERENCE
           END-IF.

      * A difference inside the tolerance is not listed; it marks
      * the pair as agreeing within tolerance and is kept if it is
      * the largest of its kind so far.
       CHECK-VALUE-TOLERANCE.
           IF WS-BASE-VALUE > WS-TRIAL-VALUE
               COMPUTE WS-VALUE-DIFF = WS-BASE-VALUE - WS-TRIAL-VALUE
           ELSE
               COMPUTE WS-VALUE-DIFF = WS-TRIAL-VALUE - WS-BASE-VALUE
           END-IF
           IF WS-VALUE-DIFF > 0 AND WS-VALUE-DIFF NOT > WS-VALUE-TOL
               SET PAIR-WITHIN-TOLERANCE TO TRUE
               IF WS-VALUE-DIFF > WS-MAX-VALUE-DIFF
                   MOVE WS-VALUE-DIFF TO WS-MAX-VALUE-DIFF
               END-IF
           END-IF.

       PRINT-RESULT-DIFFERENCE.
           PERFORM FORMAT-BASE-RESULT
           PERFORM FORMAT-TRIAL-RESULT
           PERFORM PRINT-PAIR-DIFFERENCE.

       PRINT-PAIR-DIFFERENCE.
           SET PAIR-DIFFERS TO TRUE
           MOVE 'N' TO WS-AGREE-SWITCH
           PERFORM SET-BASE-LINE-KEY
           PERFORM PRINT-DIFFERENCE-LINE.

       PRINT-BASE-ONLY.
           ADD 1 TO WS-BASE-ONLY-COUNT
           MOVE 'N' TO WS-AGREE-SWITCH
           MOVE "ONLY IN BASE" TO WS-DIFF-TEXT
           PERFORM FORMAT-BASE-RESULT
           MOVE SPACES TO WS-TRIAL-TEXT
           PERFORM SET-BASE-LINE-KEY
           PERFORM PRINT-DIFFERENCE-LINE.

       PRINT-TRIAL-ONLY.
           ADD 1 TO WS-TRIAL-ONLY-COUNT
           MOVE 'N' TO WS-AGREE-SWITCH
           MOVE WS-TT-RECORD (WS-TRIAL-INDEX) TO TRIAL-OUTPUT-RECORD
           MOVE "ONLY IN TRIAL" TO WS-DIFF-TEXT
           MOVE SPACES TO WS-BASE-TEXT
           PERFORM FORMAT-TRIAL-RESULT
           MOVE TRO-REQUEST-REF TO WS-LINE-REF
           MOVE TRO-OUTCOME-SEQ TO WS-LINE-SEQ
           MOVE TRO-REC-TYPE TO WS-LINE-TYPE
           MOVE TRO-NUM TO WS-LINE-NUM
           MOVE TRO-R TO WS-LINE-R
           PERFORM PRINT-DIFFERENCE-LINE.

       SET-BASE-LINE-KEY.
           MOVE OUT-REQUEST-REF TO WS-LINE-REF
           MOVE OUT-OUTCOME-SEQ TO WS-LINE-SEQ
           MOVE OUT-REC-TYPE TO WS-LINE-TYPE
           MOVE OUT-NUM TO WS-LINE-NUM
           MOVE OUT-R TO WS-LINE-R.

       FORMAT-BASE-RESULT.
           MOVE SPACES TO WS-BASE-TEXT
           EVALUATE OUT-RESULT-FORM
               WHEN 'D'
                   STRING "D " DELIMITED BY SIZE
                       OUT-FACT-DEC DELIMITED BY SIZE
                       INTO WS-BASE-TEXT
                   END-STRING
               WHEN 'A'
                   STRING "A " DELIMITED BY SIZE
                       OUT-FACT-DEC DELIMITED BY SIZE
                       "E+" DELIMITED BY SIZE
                       OUT-EXPONENT DELIMITED BY SIZE
                       INTO WS-BASE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE OUT-FACT TO WS-FACT-DSP
                   STRING OUT-RESULT-FORM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FACT-DSP DELIMITED BY SIZE
                       INTO WS-BASE-TEXT
                   END-STRING
           END-EVALUATE.

       FORMAT-TRIAL-RESULT.
           MOVE SPACES TO WS-TRIAL-TEXT
           EVALUATE TRO-RESULT-FORM
               WHEN 'D'
                   STRING "D " DELIMITED BY SIZE
                       TRO-FACT-DEC DELIMITED BY SIZE
                       INTO WS-TRIAL-TEXT
                   END-STRING
               WHEN 'A'
                   STRING "A " DELIMITED BY SIZE
                       TRO-FACT-DEC DELIMITED BY SIZE
                       "E+" DELIMITED BY SIZE
                       TRO-EXPONENT DELIMITED BY SIZE
                       INTO WS-TRIAL-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE TRO-FACT TO WS-FACT-DSP
                   STRING TRO-RESULT-FORM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FACT-DSP DELIMITED BY SIZE
                       INTO WS-TRIAL-TEXT
                   END-STRING
           END-EVALUATE.

       PRINT-COMPARE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING "PARALLEL RUN COMPARISON   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   PAGE " DELIMITED BY SIZE
               WS-PAGE-DISPLAY DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING "BASE RUN: FACTOUTA  RUN DATE " DELIMITED BY SIZE
               WS-BS-RUN-DATE DELIMITED BY SIZE
               " JOB " DELIMITED BY SIZE
               WS-BS-JOB-ID DELIMITED BY SIZE
               "   TRIAL RUN: FACTOUTB  RUN DATE " DELIMITED BY SIZE
               WS-TS-RUN-DATE DELIMITED BY SIZE
               " JOB " DELIMITED BY SIZE
               WS-TS-JOB-ID DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-DECIMAL-TOL TO WS-DIFF-DSP
           MOVE WS-APPROX-TOL TO WS-DIFF-DSP-2
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING "DECIMAL TOLERANCE: " DELIMITED BY SIZE
               WS-DIFF-DSP DELIMITED BY SIZE
               "   APPROXIMATION TOLERANCE: " DELIMITED BY SIZE
               WS-DIFF-DSP-2 DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING "REFERENCE    SEQ  TYPE NUM  R    DIFFERENCE"
                   "        BASE RUN                    TRIAL RUN"
                   DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE 5 TO WS-LINE-COUNT.

       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-COMPARE-HEADING
           END-IF.

       PRINT-DIFFERENCE-LINE.
           ADD 1 TO WS-DIFF-LINE-COUNT
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING WS-LINE-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LINE-TYPE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-LINE-NUM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LINE-R DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIFF-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BASE-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TRIAL-TEXT DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      * A restarted run's summary counts only the work of its last
      * attempt, so restart points are shown against the counts
      * but not themselves compared.
       PRINT-SUMMARY-CROSS-CHECK.
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING "RUN SUMMARY CROSS-CHECK" DELIMITED BY SIZE
               "                BASE RUN  TRIAL RUN"
                   DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 3 LINES
           IF NOT BASE-SUMMARY-AVAILABLE
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "FACTSUMA MISSING - BASE RUN COUNTS NOT"
                       " CROSS-CHECKED" DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF NOT TRIAL-SUMMARY-AVAILABLE
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "FACTSUMB MISSING - TRIAL RUN COUNTS NOT"
                       " CROSS-CHECKED" DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF BASE-SUMMARY-AVAILABLE AND TRIAL-SUMMARY-AVAILABLE
               MOVE "RECORDS READ" TO WS-TOTAL-LABEL
               MOVE WS-BS-READ TO WS-CHECK-BASE
               MOVE WS-TS-READ TO WS-CHECK-TRIAL
               PERFORM PRINT-SUMMARY-CHECK-LINE
               MOVE "RECORDS WRITTEN" TO WS-TOTAL-LABEL
               MOVE WS-BS-WRITTEN TO WS-CHECK-BASE
               MOVE WS-TS-WRITTEN TO WS-CHECK-TRIAL
               PERFORM PRINT-SUMMARY-CHECK-LINE
               MOVE "RECORDS REJECTED" TO WS-TOTAL-LABEL
               MOVE WS-BS-REJECTED TO WS-CHECK-BASE
               MOVE WS-TS-REJECTED TO WS-CHECK-TRIAL
               PERFORM PRINT-SUMMARY-CHECK-LINE
               MOVE "OVERFLOW REJECTIONS" TO WS-TOTAL-LABEL
               MOVE WS-BS-OVERFLOW TO WS-CHECK-BASE
               MOVE WS-TS-OVERFLOW TO WS-CHECK-TRIAL
               PERFORM PRINT-SUMMARY-CHECK-LINE
               MOVE "URGENT DETAILS DONE" TO WS-TOTAL-LABEL
               MOVE WS-BS-URGENT TO WS-CHECK-BASE
               MOVE WS-TS-URGENT TO WS-CHECK-TRIAL
               PERFORM PRINT-SUMMARY-CHECK-LINE
               MOVE "ROUTINE DETAILS DONE" TO WS-TOTAL-LABEL
               MOVE WS-BS-ROUTINE TO WS-CHECK-BASE
               MOVE WS-TS-ROUTINE TO WS-CHECK-TRIAL
               PERFORM PRINT-SUMMARY-CHECK-LINE
               MOVE WS-BS-COMPCODE TO WS-COMPCODE-DSP
               MOVE WS-TS-COMPCODE TO WS-COMPCODE-DSP-2
               IF WS-BS-COMPCODE = WS-TS-COMPCODE
                   MOVE "AGREE" TO WS-CHECK-STATUS
               ELSE
                   MOVE "DIFFERENT" TO WS-CHECK-STATUS
                   MOVE 'N' TO WS-AGREE-SWITCH
               END-IF
               MOVE "COMPLETION CODE" TO WS-TOTAL-LABEL
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-COMPCODE-DSP DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   WS-COMPCODE-DSP-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CHECK-STATUS DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
               MOVE WS-BS-RESTART TO WS-COUNT-DSP
               MOVE WS-TS-RESTART TO WS-COUNT-DSP-2
               MOVE "RESTART POINT (NOT COMPARED)" TO WS-TOTAL-LABEL
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                   WS-COUNT-DSP DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-COUNT-DSP-2 DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-SUMMARY-CHECK-LINE.
           MOVE WS-CHECK-BASE TO WS-COUNT-DSP
           MOVE WS-CHECK-TRIAL TO WS-COUNT-DSP-2
           IF WS-CHECK-BASE = WS-CHECK-TRIAL
               MOVE "AGREE" TO WS-CHECK-STATUS
           ELSE
               MOVE "DIFFERENT" TO WS-CHECK-STATUS
               MOVE 'N' TO WS-AGREE-SWITCH
           END-IF
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-COUNT-DSP-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECK-STATUS DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE.

       PRINT-COMPARE-TOTALS.
           MOVE "BASE RUN RESULTS READ:" TO WS-TOTAL-LABEL
           MOVE WS-BASE-READ TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "TRIAL RUN RESULTS READ:" TO WS-TOTAL-LABEL
           MOVE WS-TRIAL-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "RESULTS MATCHED:" TO WS-TOTAL-LABEL
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "  AGREEING EXACTLY:" TO WS-TOTAL-LABEL
           MOVE WS-EXACT-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "  AGREEING WITHIN TOLERANCE:" TO WS-TOTAL-LABEL
           MOVE WS-TOLERANCE-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "  DIFFERING:" TO WS-TOTAL-LABEL
           MOVE WS-DIFFER-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "RESULTS ONLY IN BASE RUN:" TO WS-TOTAL-LABEL
           MOVE WS-BASE-ONLY-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "RESULTS ONLY IN TRIAL RUN:" TO WS-TOTAL-LABEL
           MOVE WS-TRIAL-ONLY-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           MOVE WS-MAX-DECIMAL-DIFF TO WS-DIFF-DSP
           STRING "LARGEST DECIMAL DIFFERENCE IN TOLERANCE: "
                   DELIMITED BY SIZE
               WS-DIFF-DSP DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO COMPARE-REPORT-RECORD
           MOVE WS-MAX-MANTISSA-DIFF TO WS-DIFF-DSP
           STRING "LARGEST MANTISSA DIFFERENCE IN TOLERANCE:"
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-DSP DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           IF COMPARE-INCOMPLETE
               STRING "COMPARISON STATUS: INCOMPLETE - RUN SUMMARY"
                       " MISSING - RELEASE NOT SIGNED OFF"
                       DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
               END-STRING
           ELSE
           IF RUNS-AGREE
               STRING "COMPARISON STATUS: RUNS AGREE"
                       DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "COMPARISON STATUS: RUNS DIFFER - RELEASE NOT"
                       " SIGNED OFF" DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
               END-STRING
           END-IF
           END-IF
           WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 2 LINES.

       PRINT-TOTAL-LINE.
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
           END-STRING
           IF WS-TOTAL-LABEL(1:9) = "BASE RUN "
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 3 LINES
           ELSE
               WRITE COMPARE-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
