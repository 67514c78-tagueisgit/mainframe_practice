       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactTurnProg.
      *****************************************************************
      * FACTTURN - request turnaround service-level report.  For
      * every request reference it measures the elapsed days from
      * the batch date the request was first submitted under,
      * through processing (AUD-TIMESTAMP on FACTAUD) to the day
      * the statistics team loaded it (XLG-ACK-DATE on FACTXLG),
      * and prints to FACTSLR:
      *   - per submitter and record type: the target, requests
      *     completed, average processing, load and total days,
      *     the worst case, requests over target, how many went
      *     through suspense or carryover, and the requests still
      *     open with those already past target
      *   - every request over its target, completed or open
      * Processed requests come from the FACTRIX reference index,
      * which keeps the first batch date, so a request that sat in
      * FACTREJ suspense or rolled to FACTCRY carryover is measured
      * from its original submission.  Requests still on FACTREJ or
      * FACTCRY are reported as open, as are processed requests the
      * statistics team has not yet loaded; open requests are aged
      * to the business date.  A result the statistics team
      * already held under the same type/NUM/R key counts as loaded
      * when it was processed.  Overflowed requests never reach the
      * feed and are not measured.
      * Targets are read from the FACTSLA control file: one card
      * per submitter and record type with the target in days; a
      * blank submitter or type on a card applies to all, and the
      * most specific card wins.  Requests with no card have no
      * target and are never reported as over it.
      * The period reported is taken from the business date on the
      * FACTCYC cycle control file, on the processing date: on the
      * last business day of the month, the business date's
      * calendar month; on any other day, the trailing week ending
      * on the business date.  FACTSLSCOPE=FULL reports every
      * request still on the reference index instead.
      * Condition code 4 when any request is over its target.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-REFERENCE-FILE ASSIGN TO FACTRIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-KEY
               FILE STATUS IS WS-RIX-FILE-STATUS.
           SELECT FACT-AUDIT-FILE ASSIGN TO FACTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT FACT-XMIT-LOG-FILE ASSIGN TO FACTXLG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLG-FILE-STATUS.
           SELECT FACT-REJECT-FILE ASSIGN TO FACTREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT FACT-CARRYOVER-FILE ASSIGN TO FACTCRY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRY-FILE-STATUS.
           SELECT FACT-TARGET-FILE ASSIGN TO FACTSLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT FACT-SLA-REPORT ASSIGN TO FACTSLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLR-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-REFERENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTRIX.

       FD  FACT-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTAUD.

       FD  FACT-XMIT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTXLG.

       FD  FACT-REJECT-FILE
           RECORD CONTAINS 112 CHARACTERS.
       COPY FACTREJ.

       FD  FACT-CARRYOVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTIN.

       FD  FACT-TARGET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TARGET-CARD-RECORD.
           05 SLT-SUBMITTER-ID     PIC X(8).
           05 FILLER               PIC X(1).
           05 SLT-REC-TYPE         PIC X(1).
           05 FILLER               PIC X(1).
           05 SLT-TARGET-DAYS      PIC 9(3).
           05 FILLER               PIC X(66).

       FD  FACT-SLA-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  SLA-REPORT-RECORD         PIC X(132).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-RIX-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-AUD-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-XLG-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-REJ-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CRY-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SLA-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SLR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RIX-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-REFERENCES          VALUE 'Y'.
       01 WS-AUD-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-AUDIT               VALUE 'Y'.
       01 WS-XLG-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-XMIT-LOG            VALUE 'Y'.
       01 WS-REJ-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-REJECTS             VALUE 'Y'.
       01 WS-CRY-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-CARRYOVER           VALUE 'Y'.
       01 WS-SLA-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-TARGETS             VALUE 'Y'.
       01 WS-SCOPE-CODE       PIC X(8)   VALUE SPACES.
       01 WS-SCOPE-TEXT       PIC X(12)  VALUE SPACES.
       01 WS-FROM-DATE        PIC X(8)   VALUE SPACES.
       01 WS-TODAY-INT        PIC 9(8)   COMP VALUE ZEROS.
       01 WS-CUTOFF-INT       PIC 9(8)   COMP VALUE ZEROS.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-MONTH-END-SWITCH PIC X      VALUE 'N'.
           88 BUSINESS-MONTH-END         VALUE 'Y'.

       01 WS-TARGET-TABLE.
           05 WS-TARGET-ENTRY OCCURS 100 TIMES.
               10 WS-TT-SUBMITTER-ID PIC X(8).
               10 WS-TT-REC-TYPE   PIC X(1).
               10 WS-TT-DAYS       PIC 9(3).
       01 WS-TARGET-COUNT     PIC 9(3)   COMP VALUE ZEROS.
       01 WS-TARGET-INDEX     PIC 9(3)   COMP VALUE ZEROS.
       01 WS-TARGET-TABLE-MAX PIC 9(3)   COMP VALUE 100.
       01 WS-TARGET-RANK      PIC 9(1)   VALUE ZEROS.
       01 WS-BEST-RANK        PIC 9(1)   VALUE ZEROS.
       01 WS-TARGET-FOUND-SWITCH PIC X   VALUE 'N'.
           88 TARGET-FOUND               VALUE 'Y'.
       01 WS-TARGET-DAYS      PIC 9(3)   VALUE ZEROS.

      * One entry per request measured.  WS-RQ-STATE is 'P' for a
      * processed request from the reference index, 'S' for one
      * still in suspense and 'C' for one still in carryover.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-ENTRY OCCURS 5000 TIMES.
               10 WS-RQ-SUBMITTER-ID PIC X(8).
               10 WS-RQ-REQUEST-REF PIC X(12).
               10 WS-RQ-REC-TYPE   PIC X(1).
               10 WS-RQ-NUM        PIC 9(3).
               10 WS-RQ-R          PIC 9(3).
               10 WS-RQ-STATE      PIC X(1).
               10 WS-RQ-BATCH-DATE PIC X(8).
               10 WS-RQ-RUN-DATE   PIC X(8).
               10 WS-RQ-PROC-DATE  PIC X(8).
               10 WS-RQ-LOAD-DATE  PIC X(8).
               10 WS-RQ-SUSPENSE-FLAG PIC X(1).
               10 WS-RQ-CARRY-FLAG PIC X(1).
               10 WS-RQ-LOG-MATCH  PIC X(1).
               10 WS-RQ-UNLOADED   PIC X(1).
               10 WS-RQ-DAYS       PIC 9(5).
               10 WS-RQ-TARGET     PIC 9(3).
               10 WS-RQ-BREACH     PIC X(1).
       01 WS-REQUEST-COUNT    PIC 9(5)   COMP VALUE ZEROS.
       01 WS-REQUEST-INDEX    PIC 9(5)   COMP VALUE ZEROS.
       01 WS-REQUEST-TABLE-MAX PIC 9(5)  COMP VALUE 5000.
       01 WS-REQUEST-FOUND-SWITCH PIC X  VALUE 'N'.
           88 REQUEST-ENTRY-FOUND        VALUE 'Y'.

       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GT-SUBMITTER-ID PIC X(8).
               10 WS-GT-REC-TYPE   PIC X(1).
               10 WS-GT-TARGET-SWITCH PIC X(1).
               10 WS-GT-TARGET     PIC 9(3).
               10 WS-GT-COMPLETED  PIC 9(7).
               10 WS-GT-PROC-DAYS  PIC 9(9).
               10 WS-GT-LOAD-DAYS  PIC 9(9).
               10 WS-GT-TOTAL-DAYS PIC 9(9).
               10 WS-GT-WORST      PIC 9(5).
               10 WS-GT-BREACHED   PIC 9(7).
               10 WS-GT-SUSPENDED  PIC 9(7).
               10 WS-GT-CARRIED    PIC 9(7).
               10 WS-GT-OPEN       PIC 9(7).
               10 WS-GT-OPEN-LATE  PIC 9(7).
       01 WS-GROUP-SWAP       PIC X(87)  VALUE SPACES.
       01 WS-GROUP-COUNT      PIC 9(3)   COMP VALUE ZEROS.
       01 WS-GROUP-INDEX      PIC 9(3)   COMP VALUE ZEROS.
       01 WS-GROUP-NEXT       PIC 9(3)   COMP VALUE ZEROS.
       01 WS-GROUP-TABLE-MAX  PIC 9(3)   COMP VALUE 200.
       01 WS-GROUP-FOUND-SWITCH PIC X    VALUE 'N'.
           88 GROUP-ENTRY-FOUND          VALUE 'Y'.
       01 WS-SWAP-SWITCH      PIC X      VALUE 'N'.
           88 GROUP-SWAPPED              VALUE 'Y'.

       01 WS-ALL-TOTALS.
           05 WS-AT-COMPLETED  PIC 9(7)   VALUE ZEROS.
           05 WS-AT-PROC-DAYS  PIC 9(9)   VALUE ZEROS.
           05 WS-AT-LOAD-DAYS  PIC 9(9)   VALUE ZEROS.
           05 WS-AT-TOTAL-DAYS PIC 9(9)   VALUE ZEROS.
           05 WS-AT-WORST      PIC 9(5)   VALUE ZEROS.
           05 WS-AT-BREACHED   PIC 9(7)   VALUE ZEROS.
           05 WS-AT-SUSPENDED  PIC 9(7)   VALUE ZEROS.
           05 WS-AT-CARRIED    PIC 9(7)   VALUE ZEROS.
           05 WS-AT-OPEN       PIC 9(7)   VALUE ZEROS.
           05 WS-AT-OPEN-LATE  PIC 9(7)   VALUE ZEROS.

       01 WS-LOG-ACK-DATE     PIC X(8)   VALUE SPACES.
       01 WS-AUD-DATE         PIC X(8)   VALUE SPACES.
       01 WS-CRY-SUBMITTER    PIC X(8)   VALUE SPACES.
       01 WS-NEW-SUBMITTER    PIC X(8)   VALUE SPACES.
       01 WS-NEW-REQUEST-REF  PIC X(12)  VALUE SPACES.
       01 WS-BATCH-INT        PIC 9(8)   COMP VALUE ZEROS.
       01 WS-PROC-INT         PIC 9(8)   COMP VALUE ZEROS.
       01 WS-LOAD-INT         PIC 9(8)   COMP VALUE ZEROS.
       01 WS-DAYS-WORK        PIC S9(7)  VALUE ZEROS.
       01 WS-PROC-DAYS        PIC 9(5)   VALUE ZEROS.
       01 WS-LOAD-DAYS        PIC 9(5)   VALUE ZEROS.
       01 WS-TOTAL-DAYS       PIC 9(5)   VALUE ZEROS.
       01 WS-AVERAGE          PIC 9(5)V9 VALUE ZEROS.

       01 WS-MEASURED-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-BREACH-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-OVERFLOW-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-UNDATED-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-DROPPED-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.

       01 WS-TARGET-DSP       PIC X(6)   VALUE SPACES.
       01 WS-TARGET-NUM-DSP   PIC ZZ9.
       01 WS-CNT-DSP          PIC ZZZ,ZZ9.
       01 WS-BRCH-DSP         PIC ZZZ,ZZ9.
       01 WS-SUSP-DSP         PIC ZZZ,ZZ9.
       01 WS-CARR-DSP         PIC ZZZ,ZZ9.
       01 WS-OPEN-DSP         PIC ZZZ,ZZ9.
       01 WS-LATE-DSP         PIC ZZZ,ZZ9.
       01 WS-AVG-PROC-DSP     PIC ZZZZ9.9.
       01 WS-AVG-LOAD-DSP     PIC ZZZZ9.9.
       01 WS-AVG-TOTAL-DSP    PIC ZZZZ9.9.
       01 WS-WORST-DSP        PIC ZZZZ9.
       01 WS-DAYS-DSP         PIC ZZZZ9.
       01 WS-STATUS-TEXT      PIC X(24)  VALUE SPACES.
       01 WS-ROUTE-TEXT       PIC X(20)  VALUE SPACES.
       01 WS-GROUP-LABEL      PIC X(8)   VALUE SPACES.
       01 WS-TYPE-LABEL       PIC X(1)   VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM SET-REPORT-SCOPE
           PERFORM LOAD-TARGETS
           IF WS-TARGET-COUNT = 0
               DISPLAY "WARNING: FACTSLA EMPTY OR MISSING - NO"
                   " TARGETS, NO REQUEST REPORTED OVER TARGET"
           END-IF
           OPEN INPUT FACT-REFERENCE-FILE
           IF WS-RIX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTRIX NOT FOUND - STATUS "
                   WS-RIX-FILE-STATUS " - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-PROCESSED-REQUESTS
               CLOSE FACT-REFERENCE-FILE
               PERFORM SCAN-AUDIT-TRAIL
               PERFORM SCAN-TRANSMISSION-LOG
               PERFORM LOAD-SUSPENSE-REQUESTS
               PERFORM LOAD-CARRYOVER-REQUESTS
               PERFORM VARYING WS-REQUEST-INDEX FROM 1 BY 1
                       UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
                   PERFORM MEASURE-ONE-REQUEST
               END-PERFORM
               PERFORM SORT-GROUP-TABLE
               OPEN OUTPUT FACT-SLA-REPORT
               PERFORM PRINT-SLA-HEADER
               PERFORM PRINT-GROUP-SUMMARY
               PERFORM PRINT-BREACH-LIST
               PERFORM PRINT-SLA-TRAILER
               CLOSE FACT-SLA-REPORT
               IF WS-DROPPED-COUNT > 0
                   MOVE WS-DROPPED-COUNT TO WS-COUNT-DSP
                   DISPLAY "WARNING: REQUEST TABLE FULL - "
                       WS-COUNT-DSP " REQUESTS NOT REPORTED"
               END-IF
               MOVE WS-MEASURED-COUNT TO WS-COUNT-DSP
               DISPLAY "REQUESTS MEASURED: " WS-COUNT-DSP
               MOVE WS-BREACH-COUNT TO WS-COUNT-DSP
               DISPLAY "REQUESTS OVER TARGET: " WS-COUNT-DSP
               IF WS-BREACH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       SET-REPORT-SCOPE.
           ACCEPT WS-SCOPE-CODE FROM ENVIRONMENT "FACTSLSCOPE"
           PERFORM READ-BUSINESS-DATE
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-BUSINESS-DATE)) TO WS-TODAY-INT
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-SCOPE-CODE) = "FULL"
                   MOVE SPACES TO WS-FROM-DATE
                   MOVE "FULL INDEX" TO WS-SCOPE-TEXT
               WHEN BUSINESS-MONTH-END
                   MOVE SPACES TO WS-FROM-DATE
                   STRING WS-BUSINESS-DATE(1:6) DELIMITED BY SIZE
                       "01" DELIMITED BY SIZE
                       INTO WS-FROM-DATE
                   END-STRING
                   MOVE "MONTH" TO WS-SCOPE-TEXT
               WHEN OTHER
                   COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - 6
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                       TO WS-FROM-DATE
                   MOVE "WEEK" TO WS-SCOPE-TEXT
           END-EVALUATE.

      * Without the cycle control file the week ending today is
      * reported and open requests are aged to today.
       READ-BUSINESS-DATE.
           MOVE WS-REPORT-DATE TO WS-BUSINESS-DATE
           OPEN INPUT FACT-CYCLE-FILE
           IF WS-CYC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTCYC UNAVAILABLE - STATUS "
                   WS-CYC-FILE-STATUS " - PERIOD ENDS TODAY"
           ELSE
               MOVE 'D' TO CYC-REC-TYPE
               MOVE "BUSDATE" TO CYC-REC-ID
               READ FACT-CYCLE-FILE
                   INVALID KEY
                       DISPLAY "WARNING: FACTCYC HAS NO BUSINESS DATE"
                           " - PERIOD ENDS TODAY"
                   NOT INVALID KEY
                       MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE CYC-MONTH-END-SWITCH
                           TO WS-MONTH-END-SWITCH
               END-READ
               CLOSE FACT-CYCLE-FILE
           END-IF.

       LOAD-TARGETS.
           OPEN INPUT FACT-TARGET-FILE
           IF WS-SLA-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TARGETS
                   READ FACT-TARGET-FILE
                       AT END SET END-OF-TARGETS TO TRUE
                       NOT AT END PERFORM LOAD-ONE-TARGET
                   END-READ
               END-PERFORM
               CLOSE FACT-TARGET-FILE
           END-IF.

       LOAD-ONE-TARGET.
           IF TARGET-CARD-RECORD = SPACES
                   OR TARGET-CARD-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               IF SLT-TARGET-DAYS NOT NUMERIC
                   DISPLAY "WARNING: NON-NUMERIC TARGET CARD DROPPED: "
                       TARGET-CARD-RECORD(1:20)
               ELSE
                   IF WS-TARGET-COUNT < WS-TARGET-TABLE-MAX
                       ADD 1 TO WS-TARGET-COUNT
                       MOVE SLT-SUBMITTER-ID
                           TO WS-TT-SUBMITTER-ID (WS-TARGET-COUNT)
                       MOVE SLT-REC-TYPE
                           TO WS-TT-REC-TYPE (WS-TARGET-COUNT)
                       MOVE SLT-TARGET-DAYS
                           TO WS-TT-DAYS (WS-TARGET-COUNT)
                   ELSE
                       DISPLAY "WARNING: TARGET TABLE FULL - CARD "
                           TARGET-CARD-RECORD(1:20) " DROPPED"
                   END-IF
               END-IF
           END-IF.

      * Processed requests in the reporting period.  Entries
      * indexed before the first batch date was kept cannot be
      * measured and are only counted.
       LOAD-PROCESSED-REQUESTS.
           PERFORM UNTIL END-OF-REFERENCES
               READ FACT-REFERENCE-FILE NEXT RECORD
                   AT END SET END-OF-REFERENCES TO TRUE
                   NOT AT END PERFORM LOAD-ONE-REFERENCE
               END-READ
           END-PERFORM.

       LOAD-ONE-REFERENCE.
           IF WS-FROM-DATE NOT = SPACES
                   AND RIX-RUN-DATE < WS-FROM-DATE
               CONTINUE
           ELSE
           IF RIX-WAS-OVERFLOW
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
           IF RIX-BATCH-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               PERFORM ADD-REQUEST-ENTRY
               IF WS-REQUEST-INDEX > 0
                   MOVE 'P' TO WS-RQ-STATE (WS-REQUEST-INDEX)
                   MOVE RIX-SUBMITTER-ID
                       TO WS-RQ-SUBMITTER-ID (WS-REQUEST-INDEX)
                   MOVE RIX-REQUEST-REF
                       TO WS-RQ-REQUEST-REF (WS-REQUEST-INDEX)
                   MOVE RIX-REC-TYPE
                       TO WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
                   MOVE RIX-NUM TO WS-RQ-NUM (WS-REQUEST-INDEX)
                   MOVE RIX-R TO WS-RQ-R (WS-REQUEST-INDEX)
                   MOVE RIX-BATCH-DATE
                       TO WS-RQ-BATCH-DATE (WS-REQUEST-INDEX)
                   MOVE RIX-RUN-DATE
                       TO WS-RQ-RUN-DATE (WS-REQUEST-INDEX)
                   MOVE RIX-SUSPENSE-FLAG
                       TO WS-RQ-SUSPENSE-FLAG (WS-REQUEST-INDEX)
                   MOVE RIX-CARRY-FLAG
                       TO WS-RQ-CARRY-FLAG (WS-REQUEST-INDEX)
               END-IF
           END-IF
           END-IF
           END-IF.

       ADD-REQUEST-ENTRY.
           IF WS-REQUEST-COUNT < WS-REQUEST-TABLE-MAX
               ADD 1 TO WS-REQUEST-COUNT
               MOVE WS-REQUEST-COUNT TO WS-REQUEST-INDEX
               MOVE SPACES TO WS-REQUEST-ENTRY (WS-REQUEST-INDEX)
               MOVE ZEROS TO WS-RQ-NUM (WS-REQUEST-INDEX)
               MOVE ZEROS TO WS-RQ-R (WS-REQUEST-INDEX)
               MOVE ZEROS TO WS-RQ-DAYS (WS-REQUEST-INDEX)
               MOVE ZEROS TO WS-RQ-TARGET (WS-REQUEST-INDEX)
               MOVE 'N' TO WS-RQ-UNLOADED (WS-REQUEST-INDEX)
               MOVE 'N' TO WS-RQ-BREACH (WS-REQUEST-INDEX)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 0 TO WS-REQUEST-INDEX
           END-IF.

      * The processing date is the earliest accepted audit entry
      * for the request.  FACTAUD carries no submitter, so it is
      * matched on reference, type and NUM.
       SCAN-AUDIT-TRAIL.
           OPEN INPUT FACT-AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTAUD UNAVAILABLE - STATUS "
                   WS-AUD-FILE-STATUS " - RUN DATES USED"
           ELSE
               PERFORM UNTIL END-OF-AUDIT
                   READ FACT-AUDIT-FILE
                       AT END SET END-OF-AUDIT TO TRUE
                       NOT AT END
                           IF AUD-RETURN-CODE = 00
                                   AND AUD-REQUEST-REF NOT = SPACES
                               PERFORM MATCH-AUDIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-AUDIT-FILE
           END-IF.

       MATCH-AUDIT-ENTRY.
           MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
           PERFORM VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
               IF WS-RQ-STATE (WS-REQUEST-INDEX) = 'P'
                       AND WS-RQ-REQUEST-REF (WS-REQUEST-INDEX)
                           = AUD-REQUEST-REF
                       AND WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
                           = AUD-REC-TYPE
                       AND WS-RQ-NUM (WS-REQUEST-INDEX) = AUD-NUM
                   IF WS-RQ-PROC-DATE (WS-REQUEST-INDEX) = SPACES
                           OR WS-AUD-DATE
                               < WS-RQ-PROC-DATE (WS-REQUEST-INDEX)
                       MOVE WS-AUD-DATE
                           TO WS-RQ-PROC-DATE (WS-REQUEST-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      * The load date is the acknowledgment date on the log entry
      * for the reference - the latest one for a distribution,
      * which is loaded only when every outcome is.  A request not
      * logged under its own reference takes the entry for its
      * type/NUM/R key, which was logged under the first reference
      * that produced it - for a distribution, every outcome key
      * for its NUM.
       SCAN-TRANSMISSION-LOG.
           OPEN INPUT FACT-XMIT-LOG-FILE
           IF WS-XLG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTXLG UNAVAILABLE - STATUS "
                   WS-XLG-FILE-STATUS " - NO LOAD DATES"
           ELSE
               PERFORM UNTIL END-OF-XMIT-LOG
                   READ FACT-XMIT-LOG-FILE
                       AT END SET END-OF-XMIT-LOG TO TRUE
                       NOT AT END PERFORM MATCH-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FACT-XMIT-LOG-FILE
           END-IF.

       MATCH-LOG-ENTRY.
           IF (XLG-IS-ACKED OR XLG-IS-REVERSAL-SENT OR XLG-IS-REVERSED)
                   AND XLG-ACK-DATE NOT = SPACES
               MOVE XLG-ACK-DATE TO WS-LOG-ACK-DATE
           ELSE
               MOVE SPACES TO WS-LOG-ACK-DATE
           END-IF
           PERFORM VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
               IF WS-RQ-STATE (WS-REQUEST-INDEX) = 'P'
                       AND WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
                           = XLG-REC-TYPE
                   IF WS-RQ-REQUEST-REF (WS-REQUEST-INDEX)
                           = XLG-REQUEST-REF
                       IF WS-RQ-LOG-MATCH (WS-REQUEST-INDEX) NOT = 'R'
                           MOVE 'R'
                               TO WS-RQ-LOG-MATCH (WS-REQUEST-INDEX)
                           MOVE SPACES
                               TO WS-RQ-LOAD-DATE (WS-REQUEST-INDEX)
                           MOVE 'N'
                               TO WS-RQ-UNLOADED (WS-REQUEST-INDEX)
                       END-IF
                       PERFORM TAKE-LOG-ACK-DATE
                   ELSE
                   IF WS-RQ-LOG-MATCH (WS-REQUEST-INDEX) NOT = 'R'
                           AND WS-RQ-NUM (WS-REQUEST-INDEX) = XLG-NUM
                           AND (WS-RQ-R (WS-REQUEST-INDEX) = XLG-R
                               OR WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
                                   = 'D')
                       MOVE 'K' TO WS-RQ-LOG-MATCH (WS-REQUEST-INDEX)
                       PERFORM TAKE-LOG-ACK-DATE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-LOG-ACK-DATE.
           IF WS-LOG-ACK-DATE = SPACES
               MOVE 'Y' TO WS-RQ-UNLOADED (WS-REQUEST-INDEX)
           ELSE
               IF WS-RQ-LOAD-DATE (WS-REQUEST-INDEX) = SPACES
                       OR WS-LOG-ACK-DATE
                           > WS-RQ-LOAD-DATE (WS-REQUEST-INDEX)
                   MOVE WS-LOG-ACK-DATE
                       TO WS-RQ-LOAD-DATE (WS-REQUEST-INDEX)
               END-IF
           END-IF.

      * Requests still on the reject suspense file.  One that has
      * since been resubmitted and processed is already measured.
       LOAD-SUSPENSE-REQUESTS.
           OPEN INPUT FACT-REJECT-FILE
           IF WS-REJ-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REJECTS
                   READ FACT-REJECT-FILE
                       AT END SET END-OF-REJECTS TO TRUE
                       NOT AT END PERFORM LOAD-ONE-SUSPENSE
                   END-READ
               END-PERFORM
               CLOSE FACT-REJECT-FILE
           END-IF.

       LOAD-ONE-SUSPENSE.
           IF REJ-ORIG-FIRST-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               MOVE REJ-SUBMITTER-ID TO WS-NEW-SUBMITTER
               MOVE REJ-REQUEST-REF TO WS-NEW-REQUEST-REF
               PERFORM FIND-PROCESSED-REQUEST
               IF NOT REQUEST-ENTRY-FOUND
                   PERFORM ADD-REQUEST-ENTRY
                   IF WS-REQUEST-INDEX > 0
                       MOVE 'S' TO WS-RQ-STATE (WS-REQUEST-INDEX)
                       MOVE REJ-SUBMITTER-ID
                           TO WS-RQ-SUBMITTER-ID (WS-REQUEST-INDEX)
                       MOVE REJ-REQUEST-REF
                           TO WS-RQ-REQUEST-REF (WS-REQUEST-INDEX)
                       MOVE REJ-ORIG-REC-TYPE
                           TO WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
                       MOVE REJ-ORIG-FIRST-DATE
                           TO WS-RQ-BATCH-DATE (WS-REQUEST-INDEX)
                       MOVE 'Y'
                           TO WS-RQ-SUSPENSE-FLAG (WS-REQUEST-INDEX)
                       MOVE REJ-ORIG-CARRY-FLAG
                           TO WS-RQ-CARRY-FLAG (WS-REQUEST-INDEX)
                   END-IF
               END-IF
           END-IF.

      * Requests on the carryover file waiting for the next window.
       LOAD-CARRYOVER-REQUESTS.
           OPEN INPUT FACT-CARRYOVER-FILE
           IF WS-CRY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-CARRYOVER
                   READ FACT-CARRYOVER-FILE
                       AT END SET END-OF-CARRYOVER TO TRUE
                       NOT AT END
                           EVALUATE IN-REC-TYPE
                               WHEN 'H'
                                   MOVE INH-SUBMITTER-ID
                                       TO WS-CRY-SUBMITTER
                               WHEN 'T'
                                   CONTINUE
                               WHEN OTHER
                                   PERFORM LOAD-ONE-CARRYOVER
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FACT-CARRYOVER-FILE
           END-IF.

       LOAD-ONE-CARRYOVER.
           IF IN-FIRST-BATCH-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               MOVE WS-CRY-SUBMITTER TO WS-NEW-SUBMITTER
               MOVE IN-REQUEST-REF TO WS-NEW-REQUEST-REF
               PERFORM FIND-PROCESSED-REQUEST
               IF NOT REQUEST-ENTRY-FOUND
                   PERFORM ADD-REQUEST-ENTRY
                   IF WS-REQUEST-INDEX > 0
                       MOVE 'C' TO WS-RQ-STATE (WS-REQUEST-INDEX)
                       MOVE WS-CRY-SUBMITTER
                           TO WS-RQ-SUBMITTER-ID (WS-REQUEST-INDEX)
                       MOVE IN-REQUEST-REF
                           TO WS-RQ-REQUEST-REF (WS-REQUEST-INDEX)
                       MOVE IN-REC-TYPE
                           TO WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
                       MOVE IN-FIRST-BATCH-DATE
                           TO WS-RQ-BATCH-DATE (WS-REQUEST-INDEX)
                       MOVE IN-SUSPENSE-FLAG
                           TO WS-RQ-SUSPENSE-FLAG (WS-REQUEST-INDEX)
                       MOVE 'Y'
                           TO WS-RQ-CARRY-FLAG (WS-REQUEST-INDEX)
                   END-IF
               END-IF
           END-IF.

       FIND-PROCESSED-REQUEST.
           MOVE 'N' TO WS-REQUEST-FOUND-SWITCH
           PERFORM VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
                       OR REQUEST-ENTRY-FOUND
               IF WS-RQ-STATE (WS-REQUEST-INDEX) = 'P'
                       AND WS-RQ-SUBMITTER-ID (WS-REQUEST-INDEX)
                           = WS-NEW-SUBMITTER
                       AND WS-RQ-REQUEST-REF (WS-REQUEST-INDEX)
                           = WS-NEW-REQUEST-REF
                   SET REQUEST-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * A processed request without an accepted audit entry - the
      * audit trail trimmed or unavailable - falls back on the run
      * date on the reference index.  A result already held by the
      * statistics team under its key is loaded when processed.
       MEASURE-ONE-REQUEST.
           PERFORM FIND-GROUP-ENTRY
           ADD 1 TO WS-MEASURED-COUNT
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-RQ-BATCH-DATE (WS-REQUEST-INDEX)))
               TO WS-BATCH-INT
           IF WS-RQ-STATE (WS-REQUEST-INDEX) = 'P'
               IF WS-RQ-PROC-DATE (WS-REQUEST-INDEX) NOT NUMERIC
                   MOVE WS-RQ-RUN-DATE (WS-REQUEST-INDEX)
                       TO WS-RQ-PROC-DATE (WS-REQUEST-INDEX)
               END-IF
               IF WS-RQ-UNLOADED (WS-REQUEST-INDEX) = 'Y'
                       OR WS-RQ-LOAD-DATE (WS-REQUEST-INDEX)
                           NOT NUMERIC
                   PERFORM MEASURE-OPEN-REQUEST
               ELSE
                   PERFORM MEASURE-COMPLETED-REQUEST
               END-IF
           ELSE
               PERFORM MEASURE-OPEN-REQUEST
           END-IF
           IF WS-RQ-SUSPENSE-FLAG (WS-REQUEST-INDEX) = 'Y'
               ADD 1 TO WS-GT-SUSPENDED (WS-GROUP-INDEX)
           END-IF
           IF WS-RQ-CARRY-FLAG (WS-REQUEST-INDEX) = 'Y'
               ADD 1 TO WS-GT-CARRIED (WS-GROUP-INDEX)
           END-IF.

       MEASURE-COMPLETED-REQUEST.
           IF WS-RQ-LOAD-DATE (WS-REQUEST-INDEX)
                   < WS-RQ-PROC-DATE (WS-REQUEST-INDEX)
               MOVE WS-RQ-PROC-DATE (WS-REQUEST-INDEX)
                   TO WS-RQ-LOAD-DATE (WS-REQUEST-INDEX)
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-RQ-PROC-DATE (WS-REQUEST-INDEX)))
               TO WS-PROC-INT
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-RQ-LOAD-DATE (WS-REQUEST-INDEX)))
               TO WS-LOAD-INT
           COMPUTE WS-DAYS-WORK = WS-PROC-INT - WS-BATCH-INT
           IF WS-DAYS-WORK < 0
               MOVE 0 TO WS-DAYS-WORK
           END-IF
           MOVE WS-DAYS-WORK TO WS-PROC-DAYS
           COMPUTE WS-DAYS-WORK = WS-LOAD-INT - WS-PROC-INT
           MOVE WS-DAYS-WORK TO WS-LOAD-DAYS
           COMPUTE WS-TOTAL-DAYS = WS-PROC-DAYS + WS-LOAD-DAYS
           MOVE WS-TOTAL-DAYS TO WS-RQ-DAYS (WS-REQUEST-INDEX)
           ADD 1 TO WS-GT-COMPLETED (WS-GROUP-INDEX)
           ADD WS-PROC-DAYS TO WS-GT-PROC-DAYS (WS-GROUP-INDEX)
           ADD WS-LOAD-DAYS TO WS-GT-LOAD-DAYS (WS-GROUP-INDEX)
           ADD WS-TOTAL-DAYS TO WS-GT-TOTAL-DAYS (WS-GROUP-INDEX)
           IF WS-TOTAL-DAYS > WS-GT-WORST (WS-GROUP-INDEX)
               MOVE WS-TOTAL-DAYS TO WS-GT-WORST (WS-GROUP-INDEX)
           END-IF
           IF WS-GT-TARGET-SWITCH (WS-GROUP-INDEX) = 'Y'
                   AND WS-TOTAL-DAYS > WS-GT-TARGET (WS-GROUP-INDEX)
               MOVE 'Y' TO WS-RQ-BREACH (WS-REQUEST-INDEX)
               ADD 1 TO WS-GT-BREACHED (WS-GROUP-INDEX)
               ADD 1 TO WS-BREACH-COUNT
           END-IF.

       MEASURE-OPEN-REQUEST.
           COMPUTE WS-DAYS-WORK = WS-TODAY-INT - WS-BATCH-INT
           IF WS-DAYS-WORK < 0
               MOVE 0 TO WS-DAYS-WORK
           END-IF
           MOVE WS-DAYS-WORK TO WS-RQ-DAYS (WS-REQUEST-INDEX)
           ADD 1 TO WS-GT-OPEN (WS-GROUP-INDEX)
           IF WS-GT-TARGET-SWITCH (WS-GROUP-INDEX) = 'Y'
                   AND WS-RQ-DAYS (WS-REQUEST-INDEX)
                       > WS-GT-TARGET (WS-GROUP-INDEX)
               MOVE 'Y' TO WS-RQ-BREACH (WS-REQUEST-INDEX)
               ADD 1 TO WS-GT-OPEN-LATE (WS-GROUP-INDEX)
               ADD 1 TO WS-BREACH-COUNT
           END-IF.

       FIND-GROUP-ENTRY.
           MOVE 'N' TO WS-GROUP-FOUND-SWITCH
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
                       OR GROUP-ENTRY-FOUND
               IF WS-GT-SUBMITTER-ID (WS-GROUP-INDEX)
                       = WS-RQ-SUBMITTER-ID (WS-REQUEST-INDEX)
                       AND WS-GT-REC-TYPE (WS-GROUP-INDEX)
                           = WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
                   SET GROUP-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-GROUP-INDEX
               END-IF
           END-PERFORM
           IF NOT GROUP-ENTRY-FOUND
               IF WS-GROUP-COUNT < WS-GROUP-TABLE-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-INDEX
                   PERFORM START-GROUP-ENTRY
               ELSE
      * The last slot collects every group past the table size.
                   DISPLAY "WARNING: GROUP TABLE FULL - SUBMITTER "
                       WS-RQ-SUBMITTER-ID (WS-REQUEST-INDEX)
                       " TYPE " WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
                       " REPORTED UNDER THE LAST GROUP"
                   MOVE WS-GROUP-COUNT TO WS-GROUP-INDEX
               END-IF
           END-IF
           MOVE WS-GT-TARGET (WS-GROUP-INDEX)
               TO WS-RQ-TARGET (WS-REQUEST-INDEX).

       START-GROUP-ENTRY.
           MOVE WS-RQ-SUBMITTER-ID (WS-REQUEST-INDEX)
               TO WS-GT-SUBMITTER-ID (WS-GROUP-INDEX)
           MOVE WS-RQ-REC-TYPE (WS-REQUEST-INDEX)
               TO WS-GT-REC-TYPE (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-COMPLETED (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-PROC-DAYS (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-LOAD-DAYS (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-TOTAL-DAYS (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-WORST (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-BREACHED (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-SUSPENDED (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-CARRIED (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-OPEN (WS-GROUP-INDEX)
           MOVE ZEROS TO WS-GT-OPEN-LATE (WS-GROUP-INDEX)
           PERFORM FIND-TARGET
           IF TARGET-FOUND
               MOVE 'Y' TO WS-GT-TARGET-SWITCH (WS-GROUP-INDEX)
               MOVE WS-TARGET-DAYS TO WS-GT-TARGET (WS-GROUP-INDEX)
           ELSE
               MOVE 'N' TO WS-GT-TARGET-SWITCH (WS-GROUP-INDEX)
               MOVE ZEROS TO WS-GT-TARGET (WS-GROUP-INDEX)
           END-IF.

      * The most specific card wins: submitter and type, then
      * submitter for all types, then type for all submitters,
      * then the card with both blank.
       FIND-TARGET.
           MOVE 'N' TO WS-TARGET-FOUND-SWITCH
           MOVE 0 TO WS-BEST-RANK
           PERFORM VARYING WS-TARGET-INDEX FROM 1 BY 1
                   UNTIL WS-TARGET-INDEX > WS-TARGET-COUNT
               IF (WS-TT-SUBMITTER-ID (WS-TARGET-INDEX) = SPACES
                       OR WS-TT-SUBMITTER-ID (WS-TARGET-INDEX)
                           = WS-GT-SUBMITTER-ID (WS-GROUP-INDEX))
                   AND (WS-TT-REC-TYPE (WS-TARGET-INDEX) = SPACES
                       OR WS-TT-REC-TYPE (WS-TARGET-INDEX)
                           = WS-GT-REC-TYPE (WS-GROUP-INDEX))
                   MOVE 1 TO WS-TARGET-RANK
                   IF WS-TT-SUBMITTER-ID (WS-TARGET-INDEX) NOT = SPACES
                       ADD 2 TO WS-TARGET-RANK
                   END-IF
                   IF WS-TT-REC-TYPE (WS-TARGET-INDEX) NOT = SPACES
                       ADD 1 TO WS-TARGET-RANK
                   END-IF
                   IF WS-TARGET-RANK > WS-BEST-RANK
                       MOVE WS-TARGET-RANK TO WS-BEST-RANK
                       MOVE WS-TT-DAYS (WS-TARGET-INDEX)
                           TO WS-TARGET-DAYS
                       SET TARGET-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * Groups print in submitter and record type order.
       SORT-GROUP-TABLE.
           MOVE 'Y' TO WS-SWAP-SWITCH
           PERFORM UNTIL NOT GROUP-SWAPPED
               MOVE 'N' TO WS-SWAP-SWITCH
               PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                       UNTIL WS-GROUP-INDEX >= WS-GROUP-COUNT
                   COMPUTE WS-GROUP-NEXT = WS-GROUP-INDEX + 1
                   IF WS-GT-SUBMITTER-ID (WS-GROUP-INDEX)
                           > WS-GT-SUBMITTER-ID (WS-GROUP-NEXT)
                       OR (WS-GT-SUBMITTER-ID (WS-GROUP-INDEX)
                           = WS-GT-SUBMITTER-ID (WS-GROUP-NEXT)
                       AND WS-GT-REC-TYPE (WS-GROUP-INDEX)
                           > WS-GT-REC-TYPE (WS-GROUP-NEXT))
                       MOVE WS-GROUP-ENTRY (WS-GROUP-INDEX)
                           TO WS-GROUP-SWAP
                       MOVE WS-GROUP-ENTRY (WS-GROUP-NEXT)
                           TO WS-GROUP-ENTRY (WS-GROUP-INDEX)
                       MOVE WS-GROUP-SWAP
                           TO WS-GROUP-ENTRY (WS-GROUP-NEXT)
                       SET GROUP-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-SLA-HEADER.
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "REQUEST TURNAROUND SERVICE LEVELS   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   BUSINESS DATE: " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "   SCOPE: " DELIMITED BY SIZE
               WS-SCOPE-TEXT DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD AFTER ADVANCING PAGE
           IF WS-FROM-DATE NOT = SPACES
               MOVE SPACES TO SLA-REPORT-RECORD
               STRING "REQUESTS PROCESSED FROM " DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " AND ALL REQUESTS STILL OPEN; DAYS ARE CALENDAR"
                       DELIMITED BY SIZE
                   " DAYS FROM THE FIRST BATCH DATE" DELIMITED BY SIZE
                   INTO SLA-REPORT-RECORD
               END-STRING
               WRITE SLA-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "SUBMITTER TYPE TARGET  COMPLETED  AVG PROC"
                   "  AVG LOAD AVG TOTAL  WORST  OVER TGT  SUSPENSE"
                   "   CARRIED     OPEN  OPEN LATE" DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD AFTER ADVANCING 2 LINES.

       PRINT-GROUP-SUMMARY.
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
               PERFORM PRINT-GROUP-LINE
           END-PERFORM
           MOVE "ALL" TO WS-GROUP-LABEL
           MOVE SPACE TO WS-TYPE-LABEL
           MOVE SPACES TO WS-TARGET-DSP
           MOVE WS-AT-COMPLETED TO WS-CNT-DSP
           MOVE WS-AT-BREACHED TO WS-BRCH-DSP
           MOVE WS-AT-SUSPENDED TO WS-SUSP-DSP
           MOVE WS-AT-CARRIED TO WS-CARR-DSP
           MOVE WS-AT-OPEN TO WS-OPEN-DSP
           MOVE WS-AT-OPEN-LATE TO WS-LATE-DSP
           MOVE WS-AT-WORST TO WS-WORST-DSP
           IF WS-AT-COMPLETED > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-AT-PROC-DAYS / WS-AT-COMPLETED
               MOVE WS-AVERAGE TO WS-AVG-PROC-DSP
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-AT-LOAD-DAYS / WS-AT-COMPLETED
               MOVE WS-AVERAGE TO WS-AVG-LOAD-DSP
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-AT-TOTAL-DAYS / WS-AT-COMPLETED
               MOVE WS-AVERAGE TO WS-AVG-TOTAL-DSP
           ELSE
               MOVE ZEROS TO WS-AVG-PROC-DSP
               MOVE ZEROS TO WS-AVG-LOAD-DSP
               MOVE ZEROS TO WS-AVG-TOTAL-DSP
           END-IF
           PERFORM WRITE-SUMMARY-LINE.

       PRINT-GROUP-LINE.
           MOVE WS-GT-SUBMITTER-ID (WS-GROUP-INDEX) TO WS-GROUP-LABEL
           MOVE WS-GT-REC-TYPE (WS-GROUP-INDEX) TO WS-TYPE-LABEL
           IF WS-GT-TARGET-SWITCH (WS-GROUP-INDEX) = 'Y'
               MOVE WS-GT-TARGET (WS-GROUP-INDEX) TO WS-TARGET-NUM-DSP
               MOVE SPACES TO WS-TARGET-DSP
               STRING "   " DELIMITED BY SIZE
                   WS-TARGET-NUM-DSP DELIMITED BY SIZE
                   INTO WS-TARGET-DSP
               END-STRING
           ELSE
               MOVE "  NONE" TO WS-TARGET-DSP
           END-IF
           MOVE WS-GT-COMPLETED (WS-GROUP-INDEX) TO WS-CNT-DSP
           MOVE WS-GT-BREACHED (WS-GROUP-INDEX) TO WS-BRCH-DSP
           MOVE WS-GT-SUSPENDED (WS-GROUP-INDEX) TO WS-SUSP-DSP
           MOVE WS-GT-CARRIED (WS-GROUP-INDEX) TO WS-CARR-DSP
           MOVE WS-GT-OPEN (WS-GROUP-INDEX) TO WS-OPEN-DSP
           MOVE WS-GT-OPEN-LATE (WS-GROUP-INDEX) TO WS-LATE-DSP
           MOVE WS-GT-WORST (WS-GROUP-INDEX) TO WS-WORST-DSP
           IF WS-GT-COMPLETED (WS-GROUP-INDEX) > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-GT-PROC-DAYS (WS-GROUP-INDEX)
                       / WS-GT-COMPLETED (WS-GROUP-INDEX)
               MOVE WS-AVERAGE TO WS-AVG-PROC-DSP
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-GT-LOAD-DAYS (WS-GROUP-INDEX)
                       / WS-GT-COMPLETED (WS-GROUP-INDEX)
               MOVE WS-AVERAGE TO WS-AVG-LOAD-DSP
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-GT-TOTAL-DAYS (WS-GROUP-INDEX)
                       / WS-GT-COMPLETED (WS-GROUP-INDEX)
               MOVE WS-AVERAGE TO WS-AVG-TOTAL-DSP
           ELSE
               MOVE ZEROS TO WS-AVG-PROC-DSP
               MOVE ZEROS TO WS-AVG-LOAD-DSP
               MOVE ZEROS TO WS-AVG-TOTAL-DSP
           END-IF
           ADD WS-GT-COMPLETED (WS-GROUP-INDEX) TO WS-AT-COMPLETED
           ADD WS-GT-PROC-DAYS (WS-GROUP-INDEX) TO WS-AT-PROC-DAYS
           ADD WS-GT-LOAD-DAYS (WS-GROUP-INDEX) TO WS-AT-LOAD-DAYS
           ADD WS-GT-TOTAL-DAYS (WS-GROUP-INDEX) TO WS-AT-TOTAL-DAYS
           ADD WS-GT-BREACHED (WS-GROUP-INDEX) TO WS-AT-BREACHED
           ADD WS-GT-SUSPENDED (WS-GROUP-INDEX) TO WS-AT-SUSPENDED
           ADD WS-GT-CARRIED (WS-GROUP-INDEX) TO WS-AT-CARRIED
           ADD WS-GT-OPEN (WS-GROUP-INDEX) TO WS-AT-OPEN
           ADD WS-GT-OPEN-LATE (WS-GROUP-INDEX) TO WS-AT-OPEN-LATE
           IF WS-GT-WORST (WS-GROUP-INDEX) > WS-AT-WORST
               MOVE WS-GT-WORST (WS-GROUP-INDEX) TO WS-AT-WORST
           END-IF
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING WS-GROUP-LABEL DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-TYPE-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TARGET-DSP DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-CNT-DSP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AVG-PROC-DSP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AVG-LOAD-DSP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AVG-TOTAL-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-WORST-DSP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-BRCH-DSP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SUSP-DSP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CARR-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPEN-DSP DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-LATE-DSP DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           IF WS-GROUP-LABEL = "ALL"
               WRITE SLA-REPORT-RECORD AFTER ADVANCING 2 LINES
           ELSE
               WRITE SLA-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-BREACH-LIST.
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "REQUESTS OVER TARGET" DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD AFTER ADVANCING 3 LINES
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "SUBMITTER REFERENCE    TYPE FIRST BATCH PROCESSED"
                   "  LOADED     DAYS TARGET  STATUS"
                   DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
               IF WS-RQ-BREACH (WS-REQUEST-INDEX) = 'Y'
                   PERFORM PRINT-BREACH-LINE
               END-IF
           END-PERFORM
           IF WS-BREACH-COUNT = 0
               MOVE SPACES TO SLA-REPORT-RECORD
               STRING "NONE" DELIMITED BY SIZE
                   INTO SLA-REPORT-RECORD
               END-STRING
               WRITE SLA-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-BREACH-LINE.
           EVALUATE WS-RQ-STATE (WS-REQUEST-INDEX)
               WHEN 'S'
                   MOVE "OPEN - IN SUSPENSE" TO WS-STATUS-TEXT
               WHEN 'C'
                   MOVE "OPEN - IN CARRYOVER" TO WS-STATUS-TEXT
               WHEN OTHER
                   IF WS-RQ-UNLOADED (WS-REQUEST-INDEX) = 'Y'
                           OR WS-RQ-LOAD-DATE (WS-REQUEST-INDEX)
                               NOT NUMERIC
                       MOVE "OPEN - AWAITING LOAD" TO WS-STATUS-TEXT
                   ELSE
                       MOVE "LOADED LATE" TO WS-STATUS-TEXT
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-RQ-SUSPENSE-FLAG (WS-REQUEST-INDEX) = 'Y'
                       AND WS-RQ-CARRY-FLAG (WS-REQUEST-INDEX) = 'Y'
                   MOVE " VIA SUSPENSE+CARRY" TO WS-ROUTE-TEXT
               WHEN WS-RQ-SUSPENSE-FLAG (WS-REQUEST-INDEX) = 'Y'
                   MOVE " VIA SUSPENSE" TO WS-ROUTE-TEXT
               WHEN WS-RQ-CARRY-FLAG (WS-REQUEST-INDEX) = 'Y'
                   MOVE " VIA CARRYOVER" TO WS-ROUTE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ROUTE-TEXT
           END-EVALUATE
           MOVE WS-RQ-DAYS (WS-REQUEST-INDEX) TO WS-DAYS-DSP
           MOVE WS-RQ-TARGET (WS-REQUEST-INDEX) TO WS-TARGET-NUM-DSP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING WS-RQ-SUBMITTER-ID (WS-REQUEST-INDEX)
                   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RQ-REQUEST-REF (WS-REQUEST-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RQ-REC-TYPE (WS-REQUEST-INDEX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-RQ-BATCH-DATE (WS-REQUEST-INDEX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-RQ-PROC-DATE (WS-REQUEST-INDEX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RQ-LOAD-DATE (WS-REQUEST-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DAYS-DSP DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-TARGET-NUM-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               WS-ROUTE-TEXT DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD AFTER ADVANCING 1 LINE.

       PRINT-SLA-TRAILER.
           MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "OVERFLOWED REQUESTS NOT MEASURED:        "
                   DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD AFTER ADVANCING 3 LINES
           MOVE WS-UNDATED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "REQUESTS WITHOUT A FIRST BATCH DATE:     "
                   DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-DROPPED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "REQUESTS NOT REPORTED - TABLE FULL:      "
                   DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD AFTER ADVANCING 1 LINE.
