       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactAudVerProg.
      *****************************************************************
      * FACTAUDV - audit trail seal verification step.  Loads every
      * run seal from FACTARCS (the seals archived with FACTARC, if
      * supplied) and FACTSEAL, then re-reads FACTARC and FACTAUD
      * together in that order, puts each audit record to the seal
      * named in its AUD-SEAL-NUM and recomputes the run's record
      * count, AUD-FACT sum and chained check value exactly as the
      * writing program built them.  Prints on FACTAVR
      *   - every run whose records no longer match its seal, or
      *     whose seal was never closed
      *   - every gap in the seal numbers, where a whole run and
      *     its seal have gone
      *   - audit records carrying no seal, or a seal that is not
      *     on file; records older than the first seal are counted
      *     as written before the trail was sealed
      * The billing period is the business date's month.  Ends with
      * condition code 8 when anything that fails touches the
      * billing period, 4 when failures lie only outside it, 0 when
      * the whole trail verifies.  The verification is step AUDVFY
      * of the daily cycle on FACTCYC and may be rerun; at month end
      * it follows AUDSUM, and FactBillProg refuses to bill until
      * AUDVFY has completed for the business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-AUDIT-FILE ASSIGN TO FACTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT FACT-ARCHIVE-FILE ASSIGN TO FACTARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT FACT-SEAL-FILE ASSIGN TO FACTSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEL-FILE-STATUS.
           SELECT FACT-ARCHIVE-SEAL-FILE ASSIGN TO FACTARCS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT FACT-VERIFY-REPORT ASSIGN TO FACTAVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVR-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTAUD.

       FD  FACT-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ARCHIVE-RECORD            PIC X(80).

       FD  FACT-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FACTSEAL.

       FD  FACT-ARCHIVE-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ARCHIVE-SEAL-RECORD       PIC X(100).

       FD  FACT-VERIFY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERIFY-REPORT-RECORD      PIC X(132).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-AUD-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-ARC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SEL-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SLA-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-AVR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-FILE-REACHED        VALUE 'Y'.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.
       01 WS-BILL-PERIOD      PIC X(6)   VALUE SPACES.
       01 WS-AUD-DATE         PIC X(8)   VALUE SPACES.
       01 WS-SEALING-START    PIC X(8)   VALUE SPACES.
       01 WS-SOURCE-NAME      PIC X(8)   VALUE SPACES.
       01 WS-ARCHIVE-SWITCH   PIC X      VALUE 'N'.
           88 ARCHIVE-SUPPLIED           VALUE 'Y'.
       01 WS-INCOMPLETE-SWITCH PIC X     VALUE 'N'.
           88 VERIFY-INCOMPLETE          VALUE 'Y'.
       01 WS-PERIOD-FAIL-SWITCH PIC X    VALUE 'N'.
           88 PERIOD-FAILED              VALUE 'Y'.
       01 WS-AUDIT-COUNT      PIC 9(7)   VALUE ZEROS.
       01 WS-ARCHIVE-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-SEALED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-PRESEAL-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-UNSEALED-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-SEAL-READ-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-VERIFIED-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-FAILED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-GAP-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-LISTED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-LIST-MAX         PIC 9(7)   VALUE 200.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
       01 WS-SEALED-DSP       PIC ZZZ,ZZ9.
       01 WS-ACTUAL-DSP       PIC ZZZ,ZZ9.
       01 WS-RESULT-TEXT      PIC X(40)  VALUE SPACES.
       01 WS-UNSEALED-REASON  PIC X(30)  VALUE SPACES.
       01 WS-SUM-LOW-DIGITS   PIC 9(18)  VALUE ZEROS.
       01 WS-EXPECTED-NUM     PIC 9(5)   VALUE ZEROS.
       01 WS-GAP-FROM         PIC 9(5)   VALUE ZEROS.
       01 WS-GAP-TO           PIC 9(5)   VALUE ZEROS.
      * The check value is rebuilt over the first 75 bytes of each
      * audit record, as FactorialProg and FactReverseProg chain it.
       01 WS-SEAL-REC-HASH    PIC 9(9)   COMP VALUE ZEROS.
       01 WS-SEAL-BYTE        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-SEAL-CHAIN-MOD   PIC 9(9)   VALUE 999999937.
      * Daily cycle control: the verification may run on any
      * business date and be rerun; at month end it needs the
      * audit summary and retention step to have run first.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "AUDVFY".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.
       01 WS-MONTH-END-SWITCH PIC X      VALUE 'N'.
           88 BUSINESS-MONTH-END         VALUE 'Y'.

      * One entry per seal, in the order the seals were written.
      * WS-ST-RESULT is 'V' verified or the failure:
      *   'O' seal never closed
      *   'C' record count differs
      *   'S' AUD-FACT sum differs
      *   'K' chained check value differs
       01 WS-SEAL-TABLE.
           05 WS-SEAL-ENTRY OCCURS 5000 TIMES.
               10 WS-ST-SEAL-NUM   PIC 9(5).
               10 WS-ST-STATUS     PIC X(1).
               10 WS-ST-STEP       PIC X(8).
               10 WS-ST-JOB-ID     PIC X(8).
               10 WS-ST-FIRST-DATE PIC X(8).
               10 WS-ST-LAST-DATE  PIC X(8).
               10 WS-ST-RECORD-CNT PIC 9(7).
               10 WS-ST-FACT-SUM   PIC 9(18).
               10 WS-ST-CHAIN-END  PIC 9(9).
               10 WS-ST-ACT-CNT    PIC 9(7).
               10 WS-ST-ACT-SUM    PIC 9(30) COMP-3.
               10 WS-ST-ACT-CHAIN  PIC 9(9).
               10 WS-ST-ACT-FIRST  PIC X(8).
               10 WS-ST-ACT-LAST   PIC X(8).
               10 WS-ST-RESULT     PIC X(1).
       01 WS-SEAL-COUNT       PIC 9(4)   COMP VALUE ZEROS.
       01 WS-SEAL-INDEX       PIC 9(4)   COMP VALUE ZEROS.
       01 WS-LAST-SEAL-INDEX  PIC 9(4)   COMP VALUE ZEROS.
       01 WS-SEAL-TABLE-MAX   PIC 9(4)   COMP VALUE 5000.
       01 WS-SEAL-FOUND-SWITCH PIC X     VALUE 'N'.
           88 SEAL-ENTRY-FOUND           VALUE 'Y'.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-BILL-PERIOD
               OPEN INPUT FACT-SEAL-FILE
               OPEN INPUT FACT-AUDIT-FILE
               IF WS-SEL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTSEAL NOT FOUND - STATUS "
                       WS-SEL-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTAUD NOT FOUND - STATUS "
                       WS-AUD-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT FACT-VERIFY-REPORT
                   PERFORM PRINT-VERIFY-HEADER
                   PERFORM LOAD-SEALS
                   PERFORM PRINT-UNSEALED-HEADER
                   PERFORM READ-AUDIT-TRAIL
                   PERFORM PRINT-SEAL-HEADER
                   PERFORM VARYING WS-SEAL-INDEX FROM 1 BY 1
                           UNTIL WS-SEAL-INDEX > WS-SEAL-COUNT
                       PERFORM CHECK-SEAL-GAP
                       PERFORM VERIFY-ONE-SEAL
                   END-PERFORM
                   PERFORM PRINT-VERIFY-TRAILER
                   CLOSE FACT-VERIFY-REPORT
                   MOVE WS-SEAL-READ-COUNT TO WS-COUNT-DSP
                   DISPLAY "AUDIT SEALS READ:       " WS-COUNT-DSP
                   MOVE WS-VERIFIED-COUNT TO WS-COUNT-DSP
                   DISPLAY "RUNS VERIFIED:          " WS-COUNT-DSP
                   MOVE WS-FAILED-COUNT TO WS-COUNT-DSP
                   DISPLAY "RUNS FAILING:           " WS-COUNT-DSP
                   MOVE WS-GAP-COUNT TO WS-COUNT-DSP
                   DISPLAY "SEAL NUMBER GAPS:       " WS-COUNT-DSP
                   MOVE WS-UNSEALED-COUNT TO WS-COUNT-DSP
                   DISPLAY "UNSEALED AUDIT RECORDS: " WS-COUNT-DSP
                   EVALUATE TRUE
                       WHEN PERIOD-FAILED OR VERIFY-INCOMPLETE
                           DISPLAY "ERROR: AUDIT TRAIL FOR PERIOD "
                               WS-BILL-PERIOD " FAILS VERIFICATION"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-FAILED-COUNT > 0
                               OR WS-GAP-COUNT > 0
                               OR WS-UNSEALED-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
               END-IF
               END-IF
               CLOSE FACT-SEAL-FILE
               CLOSE FACT-AUDIT-FILE
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
               IF NOT CYCLE-REFUSED AND BUSINESS-MONTH-END
                   MOVE "AUDSUM" TO WS-CHECK-STEP
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
                   MOVE CYC-MONTH-END-SWITCH TO WS-MONTH-END-SWITCH
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

      * FACTSEAL is already open, so each archived seal is taken
      * apart through the FACTSEAL layout in its record area.
       LOAD-SEALS.
           OPEN INPUT FACT-ARCHIVE-SEAL-FILE
           IF WS-SLA-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-ARCHIVE-SEAL-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-SEAL-RECORD TO SEAL-RECORD
                           PERFORM LOAD-ONE-SEAL
                   END-READ
               END-PERFORM
               CLOSE FACT-ARCHIVE-SEAL-FILE
           ELSE
               DISPLAY "FACTARCS NOT SUPPLIED - STATUS "
                   WS-SLA-FILE-STATUS " - NO ARCHIVED SEALS LOADED"
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FACT-SEAL-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END PERFORM LOAD-ONE-SEAL
               END-READ
           END-PERFORM.

       LOAD-ONE-SEAL.
           ADD 1 TO WS-SEAL-READ-COUNT
           IF WS-SEAL-COUNT < WS-SEAL-TABLE-MAX
               ADD 1 TO WS-SEAL-COUNT
               MOVE WS-SEAL-COUNT TO WS-SEAL-INDEX
               MOVE SEAL-NUM TO WS-ST-SEAL-NUM (WS-SEAL-INDEX)
               MOVE SEAL-STATUS TO WS-ST-STATUS (WS-SEAL-INDEX)
               MOVE SEAL-STEP TO WS-ST-STEP (WS-SEAL-INDEX)
               MOVE SEAL-JOB-ID TO WS-ST-JOB-ID (WS-SEAL-INDEX)
               MOVE SEAL-FIRST-DATE TO WS-ST-FIRST-DATE (WS-SEAL-INDEX)
               MOVE SEAL-LAST-DATE TO WS-ST-LAST-DATE (WS-SEAL-INDEX)
               MOVE SEAL-RECORD-CNT TO WS-ST-RECORD-CNT (WS-SEAL-INDEX)
               MOVE SEAL-FACT-SUM TO WS-ST-FACT-SUM (WS-SEAL-INDEX)
               MOVE SEAL-CHAIN-END TO WS-ST-CHAIN-END (WS-SEAL-INDEX)
               MOVE ZEROS TO WS-ST-ACT-CNT (WS-SEAL-INDEX)
               MOVE ZEROS TO WS-ST-ACT-SUM (WS-SEAL-INDEX)
               MOVE SEAL-CHAIN-START TO WS-ST-ACT-CHAIN (WS-SEAL-INDEX)
               MOVE SPACES TO WS-ST-ACT-FIRST (WS-SEAL-INDEX)
               MOVE SPACES TO WS-ST-ACT-LAST (WS-SEAL-INDEX)
               MOVE 'V' TO WS-ST-RESULT (WS-SEAL-INDEX)
               IF WS-SEALING-START = SPACES
                       OR SEAL-FIRST-DATE < WS-SEALING-START
                   MOVE SEAL-FIRST-DATE TO WS-SEALING-START
               END-IF
           ELSE
               IF NOT VERIFY-INCOMPLETE
                   DISPLAY "ERROR: SEAL TABLE FULL AT "
                       WS-SEAL-TABLE-MAX " SEALS - TRAIL NOT VERIFIED"
                       " IN FULL"
               END-IF
               SET VERIFY-INCOMPLETE TO TRUE
           END-IF.

      * FACTAUD is already open, so each archived record is taken
      * apart through the FACTAUD layout in its record area.
       READ-AUDIT-TRAIL.
           OPEN INPUT FACT-ARCHIVE-FILE
           IF WS-ARC-FILE-STATUS = "00"
               SET ARCHIVE-SUPPLIED TO TRUE
               MOVE "FACTARC" TO WS-SOURCE-NAME
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-ARCHIVE-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                           ADD 1 TO WS-ARCHIVE-COUNT
                           PERFORM CHECK-ONE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE FACT-ARCHIVE-FILE
           ELSE
               DISPLAY "FACTARC NOT SUPPLIED - STATUS "
                   WS-ARC-FILE-STATUS " - RETAINED TRAIL ONLY"
           END-IF
           MOVE "FACTAUD" TO WS-SOURCE-NAME
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FACT-AUDIT-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END PERFORM CHECK-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM.

       CHECK-ONE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT
           MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
           MOVE 'N' TO WS-SEAL-FOUND-SWITCH
           IF AUD-SEAL-NUM NUMERIC AND AUD-SEAL-NUM > 0
               PERFORM FIND-SEAL-ENTRY
               IF SEAL-ENTRY-FOUND
                   PERFORM ADD-TO-SEAL-ENTRY
               ELSE
                   MOVE "SEAL NOT ON FILE" TO WS-UNSEALED-REASON
                   PERFORM TAKE-UNSEALED-RECORD
               END-IF
           ELSE
               IF WS-SEALING-START = SPACES
                       OR WS-AUD-DATE < WS-SEALING-START
                   ADD 1 TO WS-PRESEAL-COUNT
               ELSE
                   MOVE "NO SEAL ON RECORD" TO WS-UNSEALED-REASON
                   PERFORM TAKE-UNSEALED-RECORD
               END-IF
           END-IF.

      * A run's records lie together, so the seal the last record
      * went to is tried before the table is searched.
       FIND-SEAL-ENTRY.
           IF WS-LAST-SEAL-INDEX > 0
               IF WS-ST-SEAL-NUM (WS-LAST-SEAL-INDEX) = AUD-SEAL-NUM
                   SET SEAL-ENTRY-FOUND TO TRUE
                   MOVE WS-LAST-SEAL-INDEX TO WS-SEAL-INDEX
               END-IF
           END-IF
           IF NOT SEAL-ENTRY-FOUND
               PERFORM VARYING WS-SEAL-INDEX FROM 1 BY 1
                       UNTIL WS-SEAL-INDEX > WS-SEAL-COUNT
                           OR SEAL-ENTRY-FOUND
                   IF WS-ST-SEAL-NUM (WS-SEAL-INDEX) = AUD-SEAL-NUM
                       SET SEAL-ENTRY-FOUND TO TRUE
                       SUBTRACT 1 FROM WS-SEAL-INDEX
                   END-IF
               END-PERFORM
               IF SEAL-ENTRY-FOUND
                   MOVE WS-SEAL-INDEX TO WS-LAST-SEAL-INDEX
               END-IF
           END-IF.

       ADD-TO-SEAL-ENTRY.
           ADD 1 TO WS-SEALED-COUNT
           ADD 1 TO WS-ST-ACT-CNT (WS-SEAL-INDEX)
           IF AUD-FACT NUMERIC
               ADD AUD-FACT TO WS-ST-ACT-SUM (WS-SEAL-INDEX)
           END-IF
           IF WS-ST-ACT-FIRST (WS-SEAL-INDEX) = SPACES
                   OR WS-AUD-DATE < WS-ST-ACT-FIRST (WS-SEAL-INDEX)
               MOVE WS-AUD-DATE TO WS-ST-ACT-FIRST (WS-SEAL-INDEX)
           END-IF
           IF WS-AUD-DATE > WS-ST-ACT-LAST (WS-SEAL-INDEX)
               MOVE WS-AUD-DATE TO WS-ST-ACT-LAST (WS-SEAL-INDEX)
           END-IF
           MOVE ZEROS TO WS-SEAL-REC-HASH
           PERFORM VARYING WS-SEAL-BYTE FROM 1 BY 1
                   UNTIL WS-SEAL-BYTE > 75
               COMPUTE WS-SEAL-REC-HASH = WS-SEAL-REC-HASH
                   + FUNCTION ORD(AUDIT-RECORD(WS-SEAL-BYTE:1))
                   * WS-SEAL-BYTE
           END-PERFORM
           COMPUTE WS-ST-ACT-CHAIN (WS-SEAL-INDEX) = FUNCTION MOD(
               (WS-ST-ACT-CHAIN (WS-SEAL-INDEX) * 31)
                   + WS-SEAL-REC-HASH,
               WS-SEAL-CHAIN-MOD).

       TAKE-UNSEALED-RECORD.
           ADD 1 TO WS-UNSEALED-COUNT
           IF WS-AUD-DATE(1:6) = WS-BILL-PERIOD
               SET PERIOD-FAILED TO TRUE
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           IF WS-LISTED-COUNT <= WS-LIST-MAX
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING WS-SOURCE-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUD-TIMESTAMP(1:14) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUD-JOB-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUD-REQUEST-REF DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUD-RETURN-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUD-SEAL-NUM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-UNSEALED-REASON DELIMITED BY SIZE
                   INTO VERIFY-REPORT-RECORD
               END-STRING
               WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

      * Seal numbers run on by one from seal to seal, back to 1
      * after 99999; a break means whole runs are gone.
       CHECK-SEAL-GAP.
           IF WS-SEAL-INDEX > 1
               IF WS-ST-SEAL-NUM (WS-SEAL-INDEX - 1) = 99999
                   MOVE 1 TO WS-EXPECTED-NUM
               ELSE
                   COMPUTE WS-EXPECTED-NUM =
                       WS-ST-SEAL-NUM (WS-SEAL-INDEX - 1) + 1
               END-IF
               IF WS-ST-SEAL-NUM (WS-SEAL-INDEX) NOT = WS-EXPECTED-NUM
                   ADD 1 TO WS-GAP-COUNT
                   MOVE WS-EXPECTED-NUM TO WS-GAP-FROM
                   IF WS-ST-SEAL-NUM (WS-SEAL-INDEX) = 1
                       MOVE 99999 TO WS-GAP-TO
                   ELSE
                       COMPUTE WS-GAP-TO =
                           WS-ST-SEAL-NUM (WS-SEAL-INDEX) - 1
                   END-IF
                   IF WS-ST-LAST-DATE (WS-SEAL-INDEX - 1)(1:6)
                           >= WS-BILL-PERIOD
                       OR WS-ST-FIRST-DATE (WS-SEAL-INDEX)(1:6)
                           = WS-BILL-PERIOD
                       SET PERIOD-FAILED TO TRUE
                   END-IF
                   MOVE SPACES TO VERIFY-REPORT-RECORD
                   STRING WS-GAP-FROM DELIMITED BY SIZE
                       "  SEALS " DELIMITED BY SIZE
                       WS-GAP-FROM DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-GAP-TO DELIMITED BY SIZE
                       " MISSING - RUNS AND SEALS REMOVED"
                           DELIMITED BY SIZE
                       INTO VERIFY-REPORT-RECORD
                   END-STRING
                   WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       VERIFY-ONE-SEAL.
           MOVE WS-ST-ACT-SUM (WS-SEAL-INDEX) TO WS-SUM-LOW-DIGITS
           EVALUATE TRUE
               WHEN WS-ST-STATUS (WS-SEAL-INDEX) NOT = 'C'
                   MOVE 'O' TO WS-ST-RESULT (WS-SEAL-INDEX)
                   MOVE "SEAL NEVER CLOSED" TO WS-RESULT-TEXT
               WHEN WS-ST-ACT-CNT (WS-SEAL-INDEX)
                       NOT = WS-ST-RECORD-CNT (WS-SEAL-INDEX)
                   MOVE 'C' TO WS-ST-RESULT (WS-SEAL-INDEX)
                   MOVE "RECORD COUNT DIFFERS" TO WS-RESULT-TEXT
               WHEN WS-SUM-LOW-DIGITS
                       NOT = WS-ST-FACT-SUM (WS-SEAL-INDEX)
                   MOVE 'S' TO WS-ST-RESULT (WS-SEAL-INDEX)
                   MOVE "AUD-FACT SUM DIFFERS" TO WS-RESULT-TEXT
               WHEN WS-ST-ACT-CHAIN (WS-SEAL-INDEX)
                       NOT = WS-ST-CHAIN-END (WS-SEAL-INDEX)
                   MOVE 'K' TO WS-ST-RESULT (WS-SEAL-INDEX)
                   MOVE "CHECK VALUE DIFFERS - RECORDS ALTERED"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'V' TO WS-ST-RESULT (WS-SEAL-INDEX)
           END-EVALUATE
           IF WS-ST-RESULT (WS-SEAL-INDEX) = 'V'
               ADD 1 TO WS-VERIFIED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               IF (WS-ST-FIRST-DATE (WS-SEAL-INDEX)(1:6)
                           <= WS-BILL-PERIOD
                       AND (WS-ST-LAST-DATE (WS-SEAL-INDEX)(1:6)
                           >= WS-BILL-PERIOD
                       OR WS-ST-LAST-DATE (WS-SEAL-INDEX) = SPACES))
                   OR (WS-ST-ACT-FIRST (WS-SEAL-INDEX)(1:6)
                           <= WS-BILL-PERIOD
                       AND WS-ST-ACT-LAST (WS-SEAL-INDEX)(1:6)
                           >= WS-BILL-PERIOD)
                   SET PERIOD-FAILED TO TRUE
               END-IF
               PERFORM PRINT-SEAL-LINE
           END-IF.

       PRINT-VERIFY-HEADER.
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "AUDIT TRAIL SEAL VERIFICATION   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   BUSINESS DATE: " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "   BILLING PERIOD: " DELIMITED BY SIZE
               WS-BILL-PERIOD DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING PAGE.

       PRINT-UNSEALED-HEADER.
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "UNSEALED AUDIT RECORDS" DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "FILE     TIMESTAMP       JOB ID    REQUEST REF"
                   DELIMITED BY SIZE
               "   RC  SEAL   REASON" DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE.

       PRINT-SEAL-HEADER.
           IF WS-LISTED-COUNT > WS-LIST-MAX
               COMPUTE WS-LISTED-COUNT = WS-LISTED-COUNT - WS-LIST-MAX
               MOVE WS-LISTED-COUNT TO WS-COUNT-DSP
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "... " DELIMITED BY SIZE
                   WS-COUNT-DSP DELIMITED BY SIZE
                   " MORE UNSEALED RECORDS NOT LISTED"
                       DELIMITED BY SIZE
                   INTO VERIFY-REPORT-RECORD
               END-STRING
               WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "RUNS FAILING VERIFICATION" DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "SEAL   STEP      JOB ID    OPENED    CLOSED  "
                   DELIMITED BY SIZE
               "     SEALED  ON FILE  RESULT" DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE.

       PRINT-SEAL-LINE.
           MOVE WS-ST-RECORD-CNT (WS-SEAL-INDEX) TO WS-SEALED-DSP
           MOVE WS-ST-ACT-CNT (WS-SEAL-INDEX) TO WS-ACTUAL-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING WS-ST-SEAL-NUM (WS-SEAL-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ST-STEP (WS-SEAL-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ST-JOB-ID (WS-SEAL-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ST-FIRST-DATE (WS-SEAL-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ST-LAST-DATE (WS-SEAL-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SEALED-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACTUAL-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE.

       PRINT-VERIFY-TRAILER.
           MOVE WS-AUDIT-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "AUDIT RECORDS READ:         " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 2 LINES
           IF ARCHIVE-SUPPLIED
               MOVE WS-ARCHIVE-COUNT TO WS-COUNT-DSP
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "  FROM FACTARC:             " DELIMITED BY SIZE
                   WS-COUNT-DSP DELIMITED BY SIZE
                   INTO VERIFY-REPORT-RECORD
               END-STRING
               WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-SEALED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "RECORDS UNDER A SEAL:       " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-PRESEAL-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "WRITTEN BEFORE SEALING:     " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-UNSEALED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "UNSEALED RECORDS:           " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-SEAL-READ-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "SEALS READ:                 " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-VERIFIED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "RUNS VERIFIED:              " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-FAILED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "RUNS FAILING:               " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-GAP-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO VERIFY-REPORT-RECORD
           STRING "SEAL NUMBER GAPS:           " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO VERIFY-REPORT-RECORD
           END-STRING
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO VERIFY-REPORT-RECORD
           EVALUATE TRUE
               WHEN VERIFY-INCOMPLETE
                   STRING "BILLING PERIOD " DELIMITED BY SIZE
                       WS-BILL-PERIOD DELIMITED BY SIZE
                       ": NOT VERIFIED - SEAL TABLE FULL"
                           DELIMITED BY SIZE
                       INTO VERIFY-REPORT-RECORD
                   END-STRING
               WHEN PERIOD-FAILED
                   STRING "BILLING PERIOD " DELIMITED BY SIZE
                       WS-BILL-PERIOD DELIMITED BY SIZE
                       ": FAILS VERIFICATION - BILLING REFUSED"
                           DELIMITED BY SIZE
                       INTO VERIFY-REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "BILLING PERIOD " DELIMITED BY SIZE
                       WS-BILL-PERIOD DELIMITED BY SIZE
                       ": VERIFIED" DELIMITED BY SIZE
                       INTO VERIFY-REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 2 LINES.
