      * MST-RESULT for exact entries, MST-MANTISSA/MST-EXPONENT for
      * approximated ('A') entries.  Entries that do not verify are
      * printed on the FACTMVR discrepancy report, written to the
      * FACTMQR quarantine file, and staged for deletion as a
      * change set on FACTPND, listed on the FACTMPV preview, so
      * that once a second operator approves the set
      * FactMastApprProg deletes them and journals the deletes to
      * FACTJNL, and the next batch run recomputes them fresh.  No
      * change set is staged when every entry verifies.  Scheduled
      * weekly and after every approved FactMastProg LOAD.  Ends
      * with condition code 4 when anything was quarantined.  The
      * preparing operator id is taken from the FACTOPER environment
      * variable and is required; the job ends 8 without staging
      * anything when it is missing or the journal cannot be read,
      * and 8 when FACTPND cannot be written.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-VERIFY-REPORT ASSIGN TO FACTMVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MVR-FILE-STATUS.
           SELECT FACT-JOURNAL-FILE ASSIGN TO FACTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.
           SELECT FACT-PENDING-FILE ASSIGN TO FACTPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT FACT-PREVIEW-REPORT ASSIGN TO FACTMPV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MPV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-MASTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VERIFY-REPORT-RECORD      PIC X(132).

       FD  FACT-JOURNAL-FILE
           RECORD CONTAINS 220 CHARACTERS.
       COPY FACTJNL.

       FD  FACT-PENDING-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY FACTPND.

       FD  FACT-PREVIEW-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  PREVIEW-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FACTWORK.
       01 R                   PIC 9(3)   VALUE ZEROS.
       01 WS-MST-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MQR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MVR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-JNL-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PND-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MPV-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-JOB-ID           PIC X(8)   VALUE SPACES.
       01 WS-OPERATOR-ID      PIC X(8)   VALUE SPACES.
       01 WS-JNL-OK-SWITCH    PIC X      VALUE 'N'.
           88 JOURNAL-IS-READABLE        VALUE 'Y'.
       01 WS-JNL-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-JOURNAL             VALUE 'Y'.
       01 WS-PND-OPEN-SWITCH  PIC X      VALUE 'N'.
           88 CHANGE-SET-IS-OPEN         VALUE 'Y'.
       01 WS-PND-FAIL-SWITCH  PIC X      VALUE 'N'.
           88 CHANGE-SET-FAILED          VALUE 'Y'.
      * Change set staging: the set id is the time it was staged;
      * the journal count and last time are the master's position
      * on FACTJNL when verification began.
       01 WS-SET-ID           PIC X(14)  VALUE SPACES.
       01 WS-JNL-CHANGE-CNT   PIC 9(9)   VALUE ZEROS.
       01 WS-JNL-LAST-TIME    PIC X(21)  VALUE SPACES.
       01 WS-STAGED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-LINE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-LINES-PER-PAGE   PIC 9(3)   VALUE 55.
       01 WS-PAGE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-DISPLAY     PIC ZZ9.
       01 WS-RESULT-DISPLAY   PIC Z(17)9.
       01 WS-RESULT-TEXT      PIC X(24)  VALUE SPACES.
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-MASTER              VALUE 'Y'.
       01 WS-OVERFLOW-SWITCH  PIC X      VALUE 'N'.
       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "FACTOPER"
           IF WS-OPERATOR-ID NOT = SPACES
               OPEN INPUT FACT-MASTER-FILE
               IF WS-MST-FILE-STATUS = "00"
                   PERFORM COUNT-JOURNAL-CHANGES
               END-IF
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR: FACTOPER OPERATOR ID REQUIRED TO"
                   " STAGE MASTER CHANGES - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTMST NOT FOUND - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT JOURNAL-IS-READABLE
               CLOSE FACT-MASTER-FILE
           ELSE
               OPEN OUTPUT FACT-QUARANTINE-FILE
               OPEN OUTPUT FACT-VERIFY-REPORT
               CLOSE FACT-MASTER-FILE
               CLOSE FACT-QUARANTINE-FILE
               CLOSE FACT-VERIFY-REPORT
               IF CHANGE-SET-IS-OPEN
                   PERFORM CLOSE-PENDING-CHANGE-SET
               END-IF
               MOVE WS-ENTRY-COUNT TO WS-COUNT-DSP
               DISPLAY "MASTER ENTRIES VERIFIED: " WS-COUNT-DSP
               MOVE WS-BAD-COUNT TO WS-COUNT-DSP
               DISPLAY "MASTER ENTRIES QUARANTINED: " WS-COUNT-DSP
               EVALUATE TRUE
                   WHEN CHANGE-SET-FAILED
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-BAD-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           STOP RUN.

                   END-IF
           END-EVALUATE.

      * The change set is only opened when the first entry fails,
      * so a clean verification never replaces a set another job
      * has staged.
       QUARANTINE-ENTRY.
           ADD 1 TO WS-BAD-COUNT
           PERFORM PRINT-DISCREPANCY-LINE
           MOVE MASTER-RECORD TO QUARANTINE-RECORD
           WRITE QUARANTINE-RECORD
           IF NOT CHANGE-SET-IS-OPEN AND NOT CHANGE-SET-FAILED
               PERFORM OPEN-PENDING-CHANGE-SET
           END-IF
           IF CHANGE-SET-IS-OPEN
               PERFORM STAGE-MASTER-DELETE
           END-IF.

      * The master's position on the change journal: entries that
      * changed it (image copies excluded) and the time of the last
      * one.  A journal not yet created is position zero.
       COUNT-JOURNAL-CHANGES.
           MOVE 'Y' TO WS-JNL-OK-SWITCH
           MOVE 'N' TO WS-JNL-EOF-SWITCH
           MOVE 0 TO WS-JNL-CHANGE-CNT
           MOVE SPACES TO WS-JNL-LAST-TIME
           OPEN INPUT FACT-JOURNAL-FILE
           IF WS-JNL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-JOURNAL
                   READ FACT-JOURNAL-FILE
                       AT END SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           IF NOT JNL-IS-IMAGE-COPY
                               ADD 1 TO WS-JNL-CHANGE-CNT
                               MOVE JNL-TIMESTAMP TO WS-JNL-LAST-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-JOURNAL-FILE
           ELSE
               IF WS-JNL-FILE-STATUS NOT = "35"
                   MOVE 'N' TO WS-JNL-OK-SWITCH
                   DISPLAY "ERROR: FACTJNL UNAVAILABLE - STATUS "
                       WS-JNL-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-PRIOR-CHANGE-SET.
           OPEN INPUT FACT-PENDING-FILE
           IF WS-PND-FILE-STATUS = "00"
               READ FACT-PENDING-FILE
                   NOT AT END
                       IF PND-IS-HEADER AND PNH-IS-PENDING
                           DISPLAY "WARNING: CHANGE SET " PNH-SET-ID
                               " NEVER APPROVED - REPLACED"
                       END-IF
               END-READ
               CLOSE FACT-PENDING-FILE
           END-IF.

       OPEN-PENDING-CHANGE-SET.
           PERFORM CHECK-PRIOR-CHANGE-SET
           OPEN OUTPUT FACT-PENDING-FILE
           IF WS-PND-FILE-STATUS NOT = "00"
               SET CHANGE-SET-FAILED TO TRUE
               DISPLAY "ERROR: FACTPND UNAVAILABLE - STATUS "
                   WS-PND-FILE-STATUS " - QUARANTINE DELETES NOT"
                   " STAGED"
           ELSE
               SET CHANGE-SET-IS-OPEN TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SET-ID
               MOVE SPACES TO PENDING-HEADER-RECORD
               MOVE 'H' TO PNH-TYPE
               MOVE WS-SET-ID TO PNH-SET-ID
               MOVE "VERIFY" TO PNH-FUNCTION
               MOVE "FactMastVerProg" TO PNH-PROGRAM
               MOVE WS-OPERATOR-ID TO PNH-PREPARER
               MOVE WS-JOB-ID TO PNH-JOB-ID
               SET PNH-IS-PENDING TO TRUE
               MOVE WS-JNL-CHANGE-CNT TO PNH-JNL-COUNT
               MOVE WS-JNL-LAST-TIME TO PNH-JNL-LAST-TIME
               WRITE PENDING-HEADER-RECORD
               OPEN OUTPUT FACT-PREVIEW-REPORT
               PERFORM PRINT-PREVIEW-HEADER
           END-IF.

       STAGE-MASTER-DELETE.
           MOVE SPACES TO PENDING-RECORD
           SET PND-IS-CHANGE TO TRUE
           SET PND-IS-DELETE TO TRUE
           MOVE QUARANTINE-RECORD TO PND-BEFORE-IMAGE
           WRITE PENDING-RECORD
           ADD 1 TO WS-STAGED-COUNT
           PERFORM PRINT-PREVIEW-LINE.

       CLOSE-PENDING-CHANGE-SET.
           MOVE SPACES TO PENDING-TRAILER-RECORD
           MOVE 'T' TO PNT-TYPE
           MOVE WS-STAGED-COUNT TO PNT-CHANGE-CNT
           MOVE 0 TO PNT-ADD-CNT
           MOVE 0 TO PNT-REWRITE-CNT
           MOVE WS-STAGED-COUNT TO PNT-DELETE-CNT
           WRITE PENDING-TRAILER-RECORD
           CLOSE FACT-PENDING-FILE
           PERFORM PRINT-PREVIEW-TRAILER
           CLOSE FACT-PREVIEW-REPORT
           DISPLAY "CHANGE SET " WS-SET-ID " STAGED ON FACTPND"
               " - MASTER NOT CHANGED UNTIL APPROVED".

       PRINT-PREVIEW-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "RESULTS MASTER CHANGE PREVIEW   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   PAGE " DELIMITED BY SIZE
               WS-PAGE-DISPLAY DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "CHANGE SET: " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "   FUNCTION: VERIFY" DELIMITED BY SIZE
               "   PREPARED BY: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "   JOB: " DELIMITED BY SIZE
               WS-JOB-ID DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "ACTION    TYPE   N     R               RESULT"
                   "        LAST USED" DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      * Quarantined entries are often corrupt: the key is printed
      * byte for byte and a stored value that fails the class test
      * is shown raw.
       PRINT-PREVIEW-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PREVIEW-HEADER
           END-IF
           MOVE SPACES TO WS-RESULT-TEXT
           IF MST-RESULT-FORM = 'A'
                   AND MST-MANTISSA NUMERIC
                   AND MST-EXPONENT NUMERIC
               MOVE MST-MANTISSA TO WS-DEC-DISPLAY
               MOVE MST-EXPONENT TO WS-EXPONENT-DSP
               STRING WS-DEC-DISPLAY DELIMITED BY SIZE
                   "E+" DELIMITED BY SIZE
                   WS-EXPONENT-DSP DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
               END-STRING
           ELSE
           IF MST-RESULT NUMERIC
               MOVE MST-RESULT TO WS-RESULT-DISPLAY
               MOVE WS-RESULT-DISPLAY TO WS-RESULT-TEXT
           ELSE
               MOVE MST-RESULT(1:18) TO WS-RESULT-TEXT
           END-IF
           END-IF
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "DELETE    " DELIMITED BY SIZE
               MST-REC-TYPE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               MST-NUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               MST-R DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MST-LAST-DATE DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PREVIEW-TRAILER.
           MOVE WS-STAGED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "CHANGES STAGED: " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               "   ADDS: 0   REWRITES: 0   DELETES: "
                   DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "MASTER NOT CHANGED - TO APPLY, RUN FACTMAPR WITH"
                   " FACTAPPR=" DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               " UNDER AN OPERATOR OTHER THAN " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 1 LINE.

      * The key fields are copied byte for byte - a corrupt entry
      * cannot survive an edited numeric move.  For 'A'-form
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-BAD-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "ENTRIES QUARANTINED AND STAGED FOR DELETE: "
                   DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
