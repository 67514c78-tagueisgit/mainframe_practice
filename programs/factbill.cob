       PROGRAM-ID. FactBillProg.
      *****************************************************************
      * FACTBILL - month-end chargeback billing step.  Reads the
      * FACTAUD audit trail for the billing period, the month of
      * the business date on FACTCYC, and prices every request at
      * the FACTRATE rate card: one card per record type
      * carrying the rate for accepted work (return code 00) and
      * the rate for rejected work (any other return code).  An
      * accepted distribution ('D') request is billed per outcome
      * it produced (AUD-OUTCOME-CNT) at the 'D' accepted rate, and
      * its invoice line reads OUTCOMES rather than ACCEPTED.  A
      * reversal (return code 30, written by FactReverseProg) is
      * credited at the accepted rate for each result it backed
      * out, on a REVERSED line that reduces the invoice total and
      * goes to the ledger as line type 'C'.
      * Writes
      *   - FACTINV: a printable invoice per AUD-JOB-ID with
      *     line-item counts and amounts per record type
      *   - FACTGLI: a fixed-format general-ledger interface record
      *     per invoice line for the accounting system load
      * This puts money on the volumes; the FactAudSumProg usage
      * summary remains the unpriced volume trend report.
      * Billing is month-end step BILL of the daily cycle: it runs
      * only on the last business day of the month, once, after the
      * audit summary and after FactAudVerProg has verified the
      * sealed audit trail for the period (step AUDVFY).  A period
      * whose trail failed verification is not billed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-LEDGER-FILE ASSIGN TO FACTGLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLI-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-AUDIT-FILE
           05 GLI-BILLED-AMOUNT    PIC 9(9)V99.
           05 FILLER               PIC X(46).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-AUD-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RTC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-BILLED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-UNTYPED-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
      * Daily cycle control: billing runs once, on the last business
      * day of the month after the audit summary, for the month of
      * the business date.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "BILL".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.
       01 WS-MONTH-END-SWITCH PIC X      VALUE 'N'.
           88 BUSINESS-MONTH-END         VALUE 'Y'.

       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 10 TIMES.
                   15 WS-JT-REC-TYPE PIC X(1).
                   15 WS-JT-ACC-CNT  PIC 9(7).
                   15 WS-JT-REJ-CNT  PIC 9(7).
                   15 WS-JT-REV-CNT  PIC 9(7).
       01 WS-JOB-COUNT        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-JOB-INDEX        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-TYPE-INDEX       PIC 9(3)   COMP VALUE ZEROS.
       01 WS-LINE-RATE        PIC 9(5)V99 VALUE ZEROS.
       01 WS-LINE-COUNT-WORK  PIC 9(7)   VALUE ZEROS.
       01 WS-LINE-AMOUNT      PIC 9(9)V99 VALUE ZEROS.
       01 WS-INVOICE-TOTAL    PIC S9(11)V99 VALUE ZEROS.
       01 WS-GRAND-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01 WS-CREDITED-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-CREDIT-MARK      PIC X(2)   VALUE SPACES.
       01 WS-LINE-TYPE        PIC X(8)   VALUE SPACES.
       01 WS-CNT-DSP          PIC ZZZ,ZZ9.
       01 WS-RATE-DSP         PIC ZZ,ZZ9.99.
       01 WS-AMOUNT-DSP       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DSP        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-BILL-PERIOD
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                   " - BILLING PERIOD " WS-BILL-PERIOD
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
               PERFORM LOAD-RATE-CARD
               IF WS-RATE-COUNT = 0
                   PERFORM TALLY-AUDIT-USAGE
                   PERFORM WRITE-INVOICES
                   MOVE WS-BILLED-COUNT TO WS-COUNT-DSP
                   DISPLAY "REQUESTS AND OUTCOMES BILLED: "
                       WS-COUNT-DSP
                   MOVE WS-CREDITED-COUNT TO WS-COUNT-DSP
                   DISPLAY "REVERSED RESULTS CREDITED: "
                       WS-COUNT-DSP
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
               IF NOT CYCLE-REFUSED AND NOT BUSINESS-MONTH-END
                   DISPLAY "ERROR: BUSINESS DATE " WS-BUSINESS-DATE
                       " IS NOT THE LAST BUSINESS DAY OF THE MONTH"
                   SET CYCLE-REFUSED TO TRUE
               END-IF
               IF NOT CYCLE-REFUSED
                   MOVE WS-CYCLE-STEP TO WS-CHECK-STEP
                   PERFORM CHECK-STEP-NOT-DONE
               END-IF
               IF NOT CYCLE-REFUSED
                   MOVE "AUDSUM" TO WS-CHECK-STEP
                   PERFORM CHECK-PREDECESSOR-STEP
               END-IF
               IF NOT CYCLE-REFUSED
                   MOVE "AUDVFY" TO WS-CHECK-STEP
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

       LOAD-RATE-CARD.
           OPEN INPUT FACT-RATE-FILE
           IF WS-RTC-FILE-STATUS = "00"
                   PERFORM FIND-TYPE-SLOT
                   IF WS-TYPE-INDEX > 0
                       IF AUD-RETURN-CODE = 00
                           IF AUD-REC-TYPE = 'D'
                                   AND AUD-OUTCOME-CNT NUMERIC
                               ADD AUD-OUTCOME-CNT TO WS-JT-ACC-CNT
                                   (WS-JOB-INDEX WS-TYPE-INDEX)
                           ELSE
                               ADD 1 TO WS-JT-ACC-CNT
                                   (WS-JOB-INDEX WS-TYPE-INDEX)
                           END-IF
                       ELSE
                       IF AUD-RETURN-CODE = 30
                           IF AUD-OUTCOME-CNT NUMERIC
                               ADD AUD-OUTCOME-CNT TO WS-JT-REV-CNT
                                   (WS-JOB-INDEX WS-TYPE-INDEX)
                           ELSE
                               ADD 1 TO WS-JT-REV-CNT
                                   (WS-JOB-INDEX WS-TYPE-INDEX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-JT-REJ-CNT
                               (WS-JOB-INDEX WS-TYPE-INDEX)
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
                           (WS-JOB-INDEX WS-TYPE-INDEX)
                       MOVE ZEROS TO WS-JT-REJ-CNT
                           (WS-JOB-INDEX WS-TYPE-INDEX)
                       MOVE ZEROS TO WS-JT-REV-CNT
                           (WS-JOB-INDEX WS-TYPE-INDEX)
                   END-PERFORM
               ELSE
                   DISPLAY "WARNING: JOB TABLE FULL - JOB "
       WRITE-INVOICE-LINES.
           PERFORM FIND-RATE-ENTRY
           IF WS-JT-ACC-CNT (WS-JOB-INDEX WS-TYPE-INDEX) > 0
               IF WS-JT-REC-TYPE (WS-JOB-INDEX WS-TYPE-INDEX) = 'D'
                   MOVE "OUTCOMES" TO WS-LINE-TYPE
               ELSE
                   MOVE "ACCEPTED" TO WS-LINE-TYPE
               END-IF
               MOVE WS-JT-ACC-CNT (WS-JOB-INDEX WS-TYPE-INDEX)
                   TO WS-LINE-COUNT-WORK
               IF RATE-ENTRY-FOUND
                   MOVE ZEROS TO WS-LINE-RATE
               END-IF
               PERFORM WRITE-LINE-ITEM
           END-IF
           IF WS-JT-REV-CNT (WS-JOB-INDEX WS-TYPE-INDEX) > 0
               MOVE "REVERSED" TO WS-LINE-TYPE
               MOVE WS-JT-REV-CNT (WS-JOB-INDEX WS-TYPE-INDEX)
                   TO WS-LINE-COUNT-WORK
               IF RATE-ENTRY-FOUND
                   MOVE WS-RT-ACC-RATE (WS-RATE-INDEX)
                       TO WS-LINE-RATE
               ELSE
                   MOVE ZEROS TO WS-LINE-RATE
               END-IF
               PERFORM WRITE-LINE-ITEM
           END-IF.

       FIND-RATE-ENTRY.
       WRITE-LINE-ITEM.
           COMPUTE WS-LINE-AMOUNT =
               WS-LINE-COUNT-WORK * WS-LINE-RATE
           IF WS-LINE-TYPE = "REVERSED"
               SUBTRACT WS-LINE-AMOUNT FROM WS-INVOICE-TOTAL
               ADD WS-LINE-COUNT-WORK TO WS-CREDITED-COUNT
               MOVE "CR" TO WS-CREDIT-MARK
           ELSE
               ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL
               ADD WS-LINE-COUNT-WORK TO WS-BILLED-COUNT
               MOVE SPACES TO WS-CREDIT-MARK
           END-IF
           MOVE WS-LINE-COUNT-WORK TO WS-CNT-DSP
           MOVE WS-LINE-RATE TO WS-RATE-DSP
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DSP
               WS-RATE-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-DSP DELIMITED BY SIZE
               WS-CREDIT-MARK DELIMITED BY SIZE
               INTO INVOICE-REPORT-RECORD
           END-STRING
           WRITE INVOICE-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-JT-JOB-ID (WS-JOB-INDEX) TO GLI-JOB-ID
           MOVE WS-JT-REC-TYPE (WS-JOB-INDEX WS-TYPE-INDEX)
               TO GLI-REC-TYPE
           EVALUATE WS-LINE-TYPE
               WHEN "REJECTED"
                   MOVE 'R' TO GLI-LINE-TYPE
               WHEN "REVERSED"
                   MOVE 'C' TO GLI-LINE-TYPE
               WHEN OTHER
                   MOVE 'A' TO GLI-LINE-TYPE
           END-EVALUATE
           MOVE WS-LINE-COUNT-WORK TO GLI-BILLED-COUNT
           MOVE WS-LINE-AMOUNT TO GLI-BILLED-AMOUNT
           WRITE LEDGER-RECORD.
