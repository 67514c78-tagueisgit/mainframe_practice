      * FACTRESUB - resubmission step for the FACTREJ suspense file.
      * Reads suspended records (corrected in place by operations),
      * strips the reason code and record number, and writes the
      * original 80-byte request records to FACTRSB as complete
      * batches - header, details, and a trailer carrying the record
      * count and NUM hash total - so the file can be fed through
      * the next batch run as FACTIN without touching the
      * department's original submission.  A new batch is started
      * whenever the submitter on the suspense record changes, so
      * each request goes back under its own department and is
      * authorized and charged against that department's quota.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RESUBMIT-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-HASH-TOTAL       PIC 9(9)   VALUE ZEROS.
       01 WS-RESUBMIT-CNT-DSP PIC ZZZ,ZZ9.
       01 WS-BATCH-RECORD-CNT PIC 9(7)   VALUE ZEROS.
       01 WS-BATCH-SUBMITTER  PIC X(8)   VALUE SPACES.
       01 WS-BATCH-OPEN-SWITCH PIC X     VALUE 'N'.
           88 RESUBMIT-BATCH-OPEN        VALUE 'Y'.

       PROCEDURE DIVISION.
       START-PROCEDURE.
               DISPLAY "ERROR: FACTREJ NOT FOUND - JOB TERMINATED"
           ELSE
               OPEN OUTPUT FACT-RESUBMIT-FILE
               PERFORM UNTIL END-OF-REJECTS
                   READ FACT-REJECT-FILE
                       AT END SET END-OF-REJECTS TO TRUE
                       NOT AT END PERFORM WRITE-RESUBMIT-RECORD
                   END-READ
               END-PERFORM
               IF RESUBMIT-BATCH-OPEN
                   PERFORM WRITE-RESUBMIT-TRAILER
               END-IF
               CLOSE FACT-REJECT-FILE
               CLOSE FACT-RESUBMIT-FILE
               MOVE WS-RESUBMIT-COUNT TO WS-RESUBMIT-CNT-DSP
       WRITE-RESUBMIT-HEADER.
           MOVE SPACES TO RESUBMIT-HEADER-RECORD
           MOVE 'H' TO RSB-HDR-TYPE
           MOVE WS-BATCH-SUBMITTER TO RSB-HDR-SUBMITTER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RSB-HDR-BATCH-DATE
           WRITE RESUBMIT-HEADER-RECORD
           MOVE 0 TO WS-BATCH-RECORD-CNT
           MOVE 0 TO WS-HASH-TOTAL
           SET RESUBMIT-BATCH-OPEN TO TRUE.

       WRITE-RESUBMIT-RECORD.
           IF NOT RESUBMIT-BATCH-OPEN
                   OR REJ-SUBMITTER-ID NOT = WS-BATCH-SUBMITTER
               IF RESUBMIT-BATCH-OPEN
                   PERFORM WRITE-RESUBMIT-TRAILER
               END-IF
               MOVE REJ-SUBMITTER-ID TO WS-BATCH-SUBMITTER
               PERFORM WRITE-RESUBMIT-HEADER
           END-IF
           MOVE REJ-ORIGINAL TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           ADD 1 TO WS-RESUBMIT-COUNT
           ADD 1 TO WS-BATCH-RECORD-CNT
           IF REJ-ORIG-NUM NUMERIC
               ADD REJ-ORIG-NUM TO WS-HASH-TOTAL
           END-IF.
       WRITE-RESUBMIT-TRAILER.
           MOVE SPACES TO RESUBMIT-TRAILER-RECORD
           MOVE 'T' TO RSB-TRL-TYPE
           MOVE WS-BATCH-RECORD-CNT TO RSB-TRL-RECORD-CNT
           MOVE WS-HASH-TOTAL TO RSB-TRL-HASH-TOTAL
           WRITE RESUBMIT-TRAILER-RECORD.
