      *     flagged 'R') to FACTDLT, a delta file in FACTIFC format
      *     with its own header count and trailer result sum, so
      *     only the missing records are retransmitted and nothing
      *     double-posts; reversal details are resent as reversals
      *     and netted off the delta trailer sum the way FACTIFC
      *     nets them
      *   - rolls the FACTXLG cumulative transmission log forward
      *     to FACTXLGN, tracking each record's sent, acknowledged
      *     and resent state across cycles so nothing is dropped
      *     between one day's exceptions and the next day's resend,
      *     and moving a key to the reversal states once a
      *     reversal detail for it has been sent
      * Ends with condition code 4 when a delta was written so the
      * scheduler releases the retransmission.  The extract is step
      * RESEND of the daily cycle on FACTCYC and is refused until
      * the business date's acknowledgment match has completed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-DELTA-FILE ASSIGN TO FACTDLT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-INTERFACE-FILE
           05 DLT-TRL-TYPE          PIC X(1).
           05 DLT-TRL-RECORD-CNT    PIC 9(7).
           05 DLT-TRL-RESULT-SUM    PIC 9(18).
           05 DLT-TRL-SUM-SIGN      PIC X(1).
           05 DLT-TRL-REVERSAL-CNT  PIC 9(7).
           05 FILLER                PIC X(46).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-IFC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-HELD-IFC-RESULT  PIC 9(18)  VALUE ZEROS.
       01 WS-HELD-IFC-FORM    PIC X(1)   VALUE SPACES.
       01 WS-HELD-IFC-REF     PIC X(12)  VALUE SPACES.
       01 WS-HELD-IFC-ENTRY   PIC X(1)   VALUE SPACES.
           88 HELD-IS-REVERSAL           VALUE 'V'.
       01 WS-HELD-ACK-KEY.
           05 WS-ACK-KEY-TYPE  PIC X(1).
           05 WS-ACK-KEY-NUM   PIC 9(3).
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.
       01 WS-DELTA-COUNT      PIC 9(7)   VALUE ZEROS.
       01 WS-DELTA-SUM        PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-DELTA-REV-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-DELTA-REV-SUM    PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-DELTA-NET-SUM    PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-TRAILER-SUM-MAX  PIC 9(18)
                                  VALUE 999999999999999999.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
      * Daily cycle control: the resend extract follows the
      * business date's acknowledgment match.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "RESEND".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.

      * The full transmission log is held in this table: prior
      * cycles' entries loaded from FACTXLG, today's keys merged
               10 WS-LT-ACK-DATE   PIC X(8).
               10 WS-LT-RESEND-CNT PIC 9(3).
               10 WS-LT-REQUEST-REF PIC X(12).
               10 WS-LT-REV-SENT-DATE PIC X(8).
               10 WS-LT-REV-ACK-DATE PIC X(8).
       01 WS-LOG-COUNT        PIC 9(5)   COMP VALUE ZEROS.
       01 WS-LOG-INDEX        PIC 9(5)   COMP VALUE ZEROS.
       01 WS-LOG-TABLE-MAX    PIC 9(5)   COMP VALUE 2000.
       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-TRANSMISSION-LOG
               OPEN INPUT FACT-INTERFACE-FILE
               IF WS-IFC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTIFC NOT FOUND - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT FACT-ACK-FILE
                   IF WS-ACK-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: FACTACK NOT FOUND - NOTHING TO"
                           " MATCH - JOB TERMINATED"
                       CLOSE FACT-INTERFACE-FILE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT FACT-DELTA-FILE
                       PERFORM WRITE-DELTA-HEADER
                       PERFORM MATCH-AND-EXTRACT
                       PERFORM WRITE-DELTA-TRAILER
                       CLOSE FACT-INTERFACE-FILE
                       CLOSE FACT-ACK-FILE
                       CLOSE FACT-DELTA-FILE
                       PERFORM REWRITE-DELTA-HEADER
                       PERFORM WRITE-NEW-LOG
                       MOVE WS-DELTA-COUNT TO WS-COUNT-DSP
                       DISPLAY "DELTA RECORDS FOR RESEND: " WS-COUNT-DSP
                       IF WS-DELTA-COUNT > 0
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
               IF NOT CYCLE-REFUSED
                   MOVE "ACK" TO WS-CHECK-STEP
                   PERFORM CHECK-PREDECESSOR-STEP
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

       LOAD-TRANSMISSION-LOG.
           OPEN INPUT FACT-XMIT-LOG-FILE
           IF WS-XLG-FILE-STATUS = "00"
                   TO WS-LT-RESEND-CNT (WS-LOG-COUNT)
               MOVE XLG-REQUEST-REF
                   TO WS-LT-REQUEST-REF (WS-LOG-COUNT)
               MOVE XLG-REV-SENT-DATE
                   TO WS-LT-REV-SENT-DATE (WS-LOG-COUNT)
               MOVE XLG-REV-ACK-DATE
                   TO WS-LT-REV-ACK-DATE (WS-LOG-COUNT)
           ELSE
               DISPLAY "ERROR: TRANSMISSION LOG TABLE FULL - ENTRY "
                   XLG-KEY " DROPPED"
                                   TO WS-HELD-IFC-FORM
                               MOVE IFC-DET-REQUEST-REF
                                   TO WS-HELD-IFC-REF
                               MOVE IFC-DET-ENTRY-TYPE
                                   TO WS-HELD-IFC-ENTRY
                       END-EVALUATE
               END-READ
           END-PERFORM.

      * A sent record the stats team did not load goes on the
      * delta exactly as it was sent, and its log entry is marked
      * resent with the count stepped.  An unloaded reversal
      * stays in the reversal-sent state.
       EXTRACT-UNLOADED-RECORD.
           MOVE WS-HELD-IFC-DETAIL TO DELTA-DETAIL-RECORD
           WRITE DELTA-DETAIL-RECORD
           ADD 1 TO WS-DELTA-COUNT
           IF HELD-IS-REVERSAL
               ADD 1 TO WS-DELTA-REV-COUNT
               IF WS-HELD-IFC-FORM = 'E'
                   ADD WS-HELD-IFC-RESULT TO WS-DELTA-REV-SUM
               END-IF
           ELSE
               IF WS-HELD-IFC-FORM = 'E'
                   ADD WS-HELD-IFC-RESULT TO WS-DELTA-SUM
               END-IF
           END-IF
           MOVE WS-HELD-IFC-KEY TO WS-SEARCH-KEY
           PERFORM FIND-LOG-ENTRY
           IF WS-LOG-INDEX > 0
               IF HELD-IS-REVERSAL
                   MOVE 'V' TO WS-LT-STATUS (WS-LOG-INDEX)
                   IF WS-LT-REV-SENT-DATE (WS-LOG-INDEX) = SPACES
                       MOVE WS-IFC-RUN-DATE
                           TO WS-LT-REV-SENT-DATE (WS-LOG-INDEX)
                   END-IF
               ELSE
                   MOVE 'R' TO WS-LT-STATUS (WS-LOG-INDEX)
               END-IF
               IF WS-LT-REQUEST-REF (WS-LOG-INDEX) = SPACES
                   MOVE WS-HELD-IFC-REF
                       TO WS-LT-REQUEST-REF (WS-LOG-INDEX)
       LOG-ACCEPTED-RECORD.
           MOVE WS-HELD-IFC-KEY TO WS-SEARCH-KEY
           PERFORM FIND-LOG-ENTRY
           IF WS-LOG-INDEX > 0 AND HELD-IS-REVERSAL
               PERFORM LOG-ACCEPTED-REVERSAL
           ELSE
           IF WS-LOG-INDEX > 0
               MOVE 'A' TO WS-LT-STATUS (WS-LOG-INDEX)
               IF WS-LT-REQUEST-REF (WS-LOG-INDEX) = SPACES
                   MOVE WS-REPORT-DATE
                       TO WS-LT-ACK-DATE (WS-LOG-INDEX)
               END-IF
           END-IF
           END-IF.

      * A loaded reversal leaves the original's sent and
      * acknowledged dates alone and records its own.
       LOG-ACCEPTED-REVERSAL.
           MOVE 'X' TO WS-LT-STATUS (WS-LOG-INDEX)
           IF WS-LT-REQUEST-REF (WS-LOG-INDEX) = SPACES
               MOVE WS-HELD-IFC-REF
                   TO WS-LT-REQUEST-REF (WS-LOG-INDEX)
           END-IF
           IF WS-LT-REV-SENT-DATE (WS-LOG-INDEX) = SPACES
               MOVE WS-IFC-RUN-DATE
                   TO WS-LT-REV-SENT-DATE (WS-LOG-INDEX)
           END-IF
           PERFORM STAMP-REVERSAL-ACK.

       STAMP-REVERSAL-ACK.
           IF WS-ACK-RUN-DATE NOT = SPACES
               MOVE WS-ACK-RUN-DATE
                   TO WS-LT-REV-ACK-DATE (WS-LOG-INDEX)
           ELSE
               MOVE WS-REPORT-DATE
                   TO WS-LT-REV-ACK-DATE (WS-LOG-INDEX)
           END-IF.

      * An acknowledgment for a key we did not send this cycle
      * still clears an earlier resend waiting in the log, or an
      * earlier reversal waiting in the log.
       APPLY-STRAY-ACK.
           IF WS-HELD-ACK-STATUS = 'A'
               MOVE 'N' TO WS-LOG-FOUND-SWITCH
                       SUBTRACT 1 FROM WS-LOG-INDEX
                   END-IF
               END-PERFORM
               IF LOG-ENTRY-FOUND
                       AND (WS-LT-STATUS (WS-LOG-INDEX) = 'V'
                           OR WS-LT-STATUS (WS-LOG-INDEX) = 'X')
                   MOVE 'X' TO WS-LT-STATUS (WS-LOG-INDEX)
                   PERFORM STAMP-REVERSAL-ACK
               ELSE
               IF LOG-ENTRY-FOUND
                   MOVE 'A' TO WS-LT-STATUS (WS-LOG-INDEX)
                   IF WS-ACK-RUN-DATE NOT = SPACES
                   DISPLAY "WARNING: ACK FOR RECORD NEVER SENT: "
                       WS-HELD-ACK-KEY
               END-IF
               END-IF
           END-IF.

      * Finds the log entry for the search key, adding a fresh
                   MOVE ZEROS TO WS-LT-RESEND-CNT (WS-LOG-INDEX)
                   MOVE WS-HELD-IFC-REF
                       TO WS-LT-REQUEST-REF (WS-LOG-INDEX)
                   MOVE SPACES TO WS-LT-REV-SENT-DATE (WS-LOG-INDEX)
                   MOVE SPACES TO WS-LT-REV-ACK-DATE (WS-LOG-INDEX)
               ELSE
                   DISPLAY "ERROR: TRANSMISSION LOG TABLE FULL - "
                       WS-SEARCH-KEY " NOT LOGGED"
           MOVE SPACES TO DELTA-TRAILER-RECORD
           MOVE 'T' TO DLT-TRL-TYPE
           MOVE WS-DELTA-COUNT TO DLT-TRL-RECORD-CNT
           MOVE WS-DELTA-REV-COUNT TO DLT-TRL-REVERSAL-CNT
           IF WS-DELTA-SUM < WS-DELTA-REV-SUM
               COMPUTE WS-DELTA-NET-SUM =
                   WS-DELTA-REV-SUM - WS-DELTA-SUM
               MOVE '-' TO DLT-TRL-SUM-SIGN
           ELSE
               COMPUTE WS-DELTA-NET-SUM =
                   WS-DELTA-SUM - WS-DELTA-REV-SUM
           END-IF
           IF WS-DELTA-NET-SUM > WS-TRAILER-SUM-MAX
               MOVE WS-TRAILER-SUM-MAX TO DLT-TRL-RESULT-SUM
               DISPLAY "FATAL: DELTA TRAILER SUM INVALID - OVERFLOW"
           ELSE
               MOVE WS-DELTA-NET-SUM TO DLT-TRL-RESULT-SUM
           END-IF
           WRITE DELTA-TRAILER-RECORD.

                   TO NLG-RESEND-CNT
               MOVE WS-LT-REQUEST-REF (WS-LOG-INDEX)
                   TO NLG-REQUEST-REF
               MOVE WS-LT-REV-SENT-DATE (WS-LOG-INDEX)
                   TO NLG-REV-SENT-DATE
               MOVE WS-LT-REV-ACK-DATE (WS-LOG-INDEX)
                   TO NLG-REV-ACK-DATE
               WRITE NEW-LOG-RECORD
           END-PERFORM
           CLOSE FACT-NEW-LOG-FILE
