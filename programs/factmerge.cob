      * batches, and
      *   - concatenates outputs, rejects and audit records in
      *     partition order, which is the original input order
      *     because the splitter deals details out contiguously;
      *     the audit records are added to the end of FACTAUD, and
      *     each partition's seals on FACTSEAL1-4 are carried to
      *     FACTSEAL renumbered, with the audit records to match
      *   - rebuilds a single FACTIFC with one header, one detail
      *     per combined output record, the reversal details queued
      *     on FACTRVP by FactReverseProg, and one trailer result
      *     sum netted for the reversals
      *   - writes one combined FACTSUM (counts added, completion
      *     code the worst of the partitions)
      * so FactReconProg and the statistics feed see the run
      * exactly as if it had been a single pass.  The merge is step
      * MERGE of the daily cycle on FACTCYC and is refused until
      * the split and every partition's batch run (MAINP1-4) have
      * completed for the business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PART4-AUDIT-FILE ASSIGN TO FACTAUD4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA4-FILE-STATUS.
           SELECT PART1-SEAL-FILE ASSIGN TO FACTSEAL1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL1-FILE-STATUS.
           SELECT PART2-SEAL-FILE ASSIGN TO FACTSEAL2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL2-FILE-STATUS.
           SELECT PART3-SEAL-FILE ASSIGN TO FACTSEAL3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL3-FILE-STATUS.
           SELECT PART4-SEAL-FILE ASSIGN TO FACTSEAL4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL4-FILE-STATUS.
           SELECT PART1-SUMMARY-FILE ASSIGN TO FACTSUM1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS1-FILE-STATUS.
           SELECT FACT-AUDIT-FILE ASSIGN TO FACTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT FACT-SEAL-FILE ASSIGN TO FACTSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.
           SELECT FACT-INTERFACE-FILE ASSIGN TO FACTIFC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFC-FILE-STATUS.
           SELECT FACT-SUMMARY-FILE ASSIGN TO FACTSUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.
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
       FD  PART1-OUTPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PART4-AUDIT-RECORD        PIC X(80).

       FD  PART1-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PART1-SEAL-RECORD         PIC X(100).
       FD  PART2-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PART2-SEAL-RECORD         PIC X(100).
       FD  PART3-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PART3-SEAL-RECORD         PIC X(100).
       FD  PART4-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PART4-SEAL-RECORD         PIC X(100).

       FD  PART1-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PART1-SUMMARY-RECORD      PIC X(80).
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTAUD.

       FD  FACT-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FACTSEAL.

       FD  FACT-INTERFACE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTIFC.
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTSUM.

       FD  FACT-PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-REVERSAL-RECORD   PIC X(80).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-PO1-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PO2-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PS2-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PS3-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PS4-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PL1-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PL2-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PL3-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PL4-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-OUT-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-REJ-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-AUD-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SUM-WRITTEN      PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-REJECTED     PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-OVERFLOW     PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-URGENT       PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-ROUTINE      PIC 9(7)   VALUE ZEROS.
       01 WS-SUM-COMPCODE     PIC 9(2)   VALUE ZEROS.
       01 WS-SUMS-FOUND       PIC 9(1)   VALUE ZEROS.
       01 WS-IFC-RECORD-COUNT PIC 9(7)   VALUE ZEROS.
                                  VALUE 999999999999999999.
       01 WS-SUM-OVERFLOW-SWITCH PIC X   VALUE 'N'.
           88 SUM-OVERFLOW-OCCURRED       VALUE 'Y'.
       01 WS-RVP-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-REVERSAL-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-REVERSAL-SUM     PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-NET-SUM          PIC 9(30)  COMP-3 VALUE ZEROS.
       01 WS-NET-SIGN         PIC X(1)   VALUE SPACE.
       01 WS-IFC-SEND-COUNT   PIC 9(7)   VALUE ZEROS.
      * Partition seal numbers are mapped to the new numbers they
      * are carried under on FACTSEAL.
       01 WS-SEAL-FILE-STATUS PIC X(2)   VALUE SPACES.
       01 WS-SEAL-LAST-NUM    PIC 9(5)   VALUE ZEROS.
       01 WS-SEAL-CARRIED     PIC 9(7)   VALUE ZEROS.
       01 WS-SEAL-OPEN-SWITCH PIC X      VALUE 'N'.
           88 SEAL-FILE-IS-OPEN          VALUE 'Y'.
       01 WS-SEAL-FOUND-SWITCH PIC X     VALUE 'N'.
           88 SEAL-MAP-FOUND             VALUE 'Y'.
       01 WS-SEAL-MAP.
           05 WS-SEAL-MAP-ENTRY OCCURS 100 TIMES.
               10 WS-SM-PART       PIC 9(1).
               10 WS-SM-OLD-NUM    PIC 9(5).
               10 WS-SM-NEW-NUM    PIC 9(5).
       01 WS-SEAL-MAP-COUNT   PIC 9(3)   COMP VALUE ZEROS.
       01 WS-SEAL-MAP-INDEX   PIC 9(3)   COMP VALUE ZEROS.
       01 WS-SEAL-MAP-MAX     PIC 9(3)   COMP VALUE 100.
      * Daily cycle control: the merge needs the day's split and a
      * completed batch run for every partition it combines.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "MERGE".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.
       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM EDIT-PART-COUNT
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF MERGE-CAN-PROCEED
                   PERFORM VERIFY-PARTITION-INPUTS
               END-IF
               IF MERGE-CAN-PROCEED
                   PERFORM MERGE-OUTPUT-FILES
                   PERFORM MERGE-REJECT-FILES
                   PERFORM MERGE-AUDIT-FILES
                   PERFORM MERGE-RUN-SUMMARIES
                   PERFORM BUILD-INTERFACE-FILE
                   MOVE WS-OUT-COUNT TO WS-COUNT-DSP
                   DISPLAY "OUTPUT RECORDS MERGED: " WS-COUNT-DSP
                   MOVE WS-REJ-COUNT TO WS-COUNT-DSP
                   DISPLAY "REJECT RECORDS MERGED: " WS-COUNT-DSP
                   MOVE WS-AUD-COUNT TO WS-COUNT-DSP
                   DISPLAY "AUDIT RECORDS MERGED:  " WS-COUNT-DSP
                   MOVE WS-SEAL-CARRIED TO WS-COUNT-DSP
                   DISPLAY "AUDIT SEALS CARRIED:   " WS-COUNT-DSP
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "MERGE NOT PERFORMED - JOB TERMINATED"
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
                   MOVE "SPLIT" TO WS-CHECK-STEP
                   PERFORM CHECK-PREDECESSOR-STEP
               END-IF
               IF NOT CYCLE-REFUSED AND MERGE-CAN-PROCEED
                   PERFORM VARYING WS-CURR-PART FROM 1 BY 1
                           UNTIL WS-CURR-PART > WS-PART-COUNT
                               OR CYCLE-REFUSED
                       MOVE SPACES TO WS-CHECK-STEP
                       STRING "MAINP" DELIMITED BY SIZE
                           WS-CURR-PART DELIMITED BY SIZE
                           INTO WS-CHECK-STEP
                       END-STRING
                       PERFORM CHECK-PREDECESSOR-STEP
                   END-PERFORM
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

       EDIT-PART-COUNT.
           ACCEPT WS-PARTS-RAW FROM ENVIRONMENT "FACTPARTS"
           IF WS-PARTS-RAW = SPACES
           END-EVALUATE.

       MERGE-AUDIT-FILES.
           PERFORM FIND-LAST-SEAL
           OPEN EXTEND FACT-SEAL-FILE
           IF WS-SEAL-FILE-STATUS NOT = "00"
               CLOSE FACT-SEAL-FILE
               OPEN OUTPUT FACT-SEAL-FILE
           END-IF
           IF WS-SEAL-FILE-STATUS = "00"
               SET SEAL-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: FACTSEAL UNAVAILABLE - STATUS "
                   WS-SEAL-FILE-STATUS " - PARTITION SEALS NOT CARRIED"
           END-IF
           OPEN EXTEND FACT-AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               CLOSE FACT-AUDIT-FILE
               OPEN OUTPUT FACT-AUDIT-FILE
           END-IF
           PERFORM VARYING WS-CURR-PART FROM 1 BY 1
                   UNTIL WS-CURR-PART > WS-PART-COUNT
               IF SEAL-FILE-IS-OPEN
                   PERFORM CARRY-ONE-SEAL-PART
               END-IF
               PERFORM COPY-ONE-AUDIT-PART
           END-PERFORM
           CLOSE FACT-AUDIT-FILE
           IF SEAL-FILE-IS-OPEN
               CLOSE FACT-SEAL-FILE
           END-IF.

      * Each partition's seals are carried to FACTSEAL under new
      * numbers following the last seal there, and its audit records
      * are renumbered to match as they are copied.  The check value
      * does not cover the seal number, so the carried seals still
      * verify.
       CARRY-ONE-SEAL-PART.
           MOVE 'N' TO WS-EOF-SWITCH
           EVALUATE WS-CURR-PART
               WHEN 1
                   OPEN INPUT PART1-SEAL-FILE
                   IF WS-PL1-FILE-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE-REACHED
                           READ PART1-SEAL-FILE
                               AT END
                                   SET END-OF-FILE-REACHED TO TRUE
                               NOT AT END
                                   MOVE PART1-SEAL-RECORD
                                       TO SEAL-RECORD
                                   PERFORM CARRY-ONE-SEAL
                           END-READ
                       END-PERFORM
                       CLOSE PART1-SEAL-FILE
                   ELSE
                       DISPLAY "WARNING: FACTSEAL1 NOT FOUND - STATUS "
                           WS-PL1-FILE-STATUS " - PARTITION 1 AUDIT"
                           " RECORDS NOT SEALED"
                   END-IF
               WHEN 2
                   OPEN INPUT PART2-SEAL-FILE
                   IF WS-PL2-FILE-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE-REACHED
                           READ PART2-SEAL-FILE
                               AT END
                                   SET END-OF-FILE-REACHED TO TRUE
                               NOT AT END
                                   MOVE PART2-SEAL-RECORD
                                       TO SEAL-RECORD
                                   PERFORM CARRY-ONE-SEAL
                           END-READ
                       END-PERFORM
                       CLOSE PART2-SEAL-FILE
                   ELSE
                       DISPLAY "WARNING: FACTSEAL2 NOT FOUND - STATUS "
                           WS-PL2-FILE-STATUS " - PARTITION 2 AUDIT"
                           " RECORDS NOT SEALED"
                   END-IF
               WHEN 3
                   OPEN INPUT PART3-SEAL-FILE
                   IF WS-PL3-FILE-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE-REACHED
                           READ PART3-SEAL-FILE
                               AT END
                                   SET END-OF-FILE-REACHED TO TRUE
                               NOT AT END
                                   MOVE PART3-SEAL-RECORD
                                       TO SEAL-RECORD
                                   PERFORM CARRY-ONE-SEAL
                           END-READ
                       END-PERFORM
                       CLOSE PART3-SEAL-FILE
                   ELSE
                       DISPLAY "WARNING: FACTSEAL3 NOT FOUND - STATUS "
                           WS-PL3-FILE-STATUS " - PARTITION 3 AUDIT"
                           " RECORDS NOT SEALED"
                   END-IF
               WHEN 4
                   OPEN INPUT PART4-SEAL-FILE
                   IF WS-PL4-FILE-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE-REACHED
                           READ PART4-SEAL-FILE
                               AT END
                                   SET END-OF-FILE-REACHED TO TRUE
                               NOT AT END
                                   MOVE PART4-SEAL-RECORD
                                       TO SEAL-RECORD
                                   PERFORM CARRY-ONE-SEAL
                           END-READ
                       END-PERFORM
                       CLOSE PART4-SEAL-FILE
                   ELSE
                       DISPLAY "WARNING: FACTSEAL4 NOT FOUND - STATUS "
                           WS-PL4-FILE-STATUS " - PARTITION 4 AUDIT"
                           " RECORDS NOT SEALED"
                   END-IF
           END-EVALUATE.

       CARRY-ONE-SEAL.
           IF WS-SEAL-MAP-COUNT < WS-SEAL-MAP-MAX
               IF WS-SEAL-LAST-NUM = 99999
                   MOVE 1 TO WS-SEAL-LAST-NUM
               ELSE
                   ADD 1 TO WS-SEAL-LAST-NUM
               END-IF
               ADD 1 TO WS-SEAL-MAP-COUNT
               MOVE WS-CURR-PART TO WS-SM-PART (WS-SEAL-MAP-COUNT)
               MOVE SEAL-NUM TO WS-SM-OLD-NUM (WS-SEAL-MAP-COUNT)
               MOVE WS-SEAL-LAST-NUM
                   TO WS-SM-NEW-NUM (WS-SEAL-MAP-COUNT)
               MOVE WS-SEAL-LAST-NUM TO SEAL-NUM
               WRITE SEAL-RECORD
               ADD 1 TO WS-SEAL-CARRIED
           ELSE
               DISPLAY "WARNING: SEAL TABLE FULL - FACTSEAL"
                   WS-CURR-PART " SEAL " SEAL-NUM " NOT CARRIED"
           END-IF.

       RENUMBER-AUDIT-SEAL.
           MOVE 'N' TO WS-SEAL-FOUND-SWITCH
           IF AUD-SEAL-NUM NUMERIC
               PERFORM VARYING WS-SEAL-MAP-INDEX FROM 1 BY 1
                       UNTIL WS-SEAL-MAP-INDEX > WS-SEAL-MAP-COUNT
                           OR SEAL-MAP-FOUND
                   IF WS-SM-PART (WS-SEAL-MAP-INDEX) = WS-CURR-PART
                           AND WS-SM-OLD-NUM (WS-SEAL-MAP-INDEX)
                               = AUD-SEAL-NUM
                       SET SEAL-MAP-FOUND TO TRUE
                       SUBTRACT 1 FROM WS-SEAL-MAP-INDEX
                   END-IF
               END-PERFORM
           END-IF
           IF SEAL-MAP-FOUND
               MOVE WS-SM-NEW-NUM (WS-SEAL-MAP-INDEX) TO AUD-SEAL-NUM
           ELSE
               MOVE ZEROS TO AUD-SEAL-NUM
           END-IF.

       FIND-LAST-SEAL.
           MOVE ZEROS TO WS-SEAL-LAST-NUM
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FACT-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-SEAL-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END MOVE SEAL-NUM TO WS-SEAL-LAST-NUM
                   END-READ
               END-PERFORM
               CLOSE FACT-SEAL-FILE
           END-IF.

       COPY-ONE-AUDIT-PART.
           MOVE 'N' TO WS-EOF-SWITCH
                               NOT AT END
                                   MOVE PART1-AUDIT-RECORD
                                       TO AUDIT-RECORD
                                   PERFORM RENUMBER-AUDIT-SEAL
                                   WRITE AUDIT-RECORD
                                   ADD 1 TO WS-AUD-COUNT
                           END-READ
                               NOT AT END
                                   MOVE PART2-AUDIT-RECORD
                                       TO AUDIT-RECORD
                                   PERFORM RENUMBER-AUDIT-SEAL
                                   WRITE AUDIT-RECORD
                                   ADD 1 TO WS-AUD-COUNT
                           END-READ
                               NOT AT END
                                   MOVE PART3-AUDIT-RECORD
                                       TO AUDIT-RECORD
                                   PERFORM RENUMBER-AUDIT-SEAL
                                   WRITE AUDIT-RECORD
                                   ADD 1 TO WS-AUD-COUNT
                           END-READ
                               NOT AT END
                                   MOVE PART4-AUDIT-RECORD
                                       TO AUDIT-RECORD
                                   PERFORM RENUMBER-AUDIT-SEAL
                                   WRITE AUDIT-RECORD
                                   ADD 1 TO WS-AUD-COUNT
                           END-READ
           MOVE WS-SUM-COMPCODE TO SUM-COMPLETION-CODE
           MOVE WS-RUN-DATE TO SUM-RUN-DATE
           MOVE WS-MERGED-JOB-ID TO SUM-JOB-ID
           MOVE WS-SUM-URGENT TO SUM-URGENT-DONE
           MOVE WS-SUM-ROUTINE TO SUM-ROUTINE-DONE
           WRITE RUN-SUMMARY-RECORD
           CLOSE FACT-SUMMARY-FILE.

           IF SUM-RECORDS-OVERFLOW NUMERIC
               ADD SUM-RECORDS-OVERFLOW TO WS-SUM-OVERFLOW
           END-IF
           IF SUM-URGENT-DONE NUMERIC
               ADD SUM-URGENT-DONE TO WS-SUM-URGENT
           END-IF
           IF SUM-ROUTINE-DONE NUMERIC
               ADD SUM-ROUTINE-DONE TO WS-SUM-ROUTINE
           END-IF
           IF SUM-COMPLETION-CODE NUMERIC
                   AND SUM-COMPLETION-CODE > WS-SUM-COMPCODE
               MOVE SUM-COMPLETION-CODE TO WS-SUM-COMPCODE

      * Rebuilt from the merged FACTOUT the same way the batch
      * step's BUILD-INTERFACE-FILE does, so the stats feed sees
      * one header, one detail per result, the queued reversals
      * and one netted trailer sum.
       BUILD-INTERFACE-FILE.
           MOVE WS-OUT-COUNT TO WS-IFC-RECORD-COUNT
           MOVE 0 TO WS-REVERSAL-COUNT
           PERFORM COUNT-PENDING-REVERSALS
           COMPUTE WS-IFC-SEND-COUNT =
               WS-IFC-RECORD-COUNT + WS-REVERSAL-COUNT
           OPEN INPUT FACT-OUTPUT-FILE
           OPEN OUTPUT FACT-INTERFACE-FILE
           MOVE SPACES TO IFC-HEADER-RECORD
           MOVE 'H' TO IFC-HDR-TYPE
           MOVE WS-RUN-DATE TO IFC-HDR-RUN-DATE
           MOVE WS-IFC-SEND-COUNT TO IFC-HDR-RECORD-CNT
           WRITE IFC-HEADER-RECORD
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE-REACHED
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
               MOVE WS-REVERSAL-COUNT TO WS-COUNT-DSP
               DISPLAY "REVERSAL DETAILS SENT ON FACTIFC: "
                   WS-COUNT-DSP
           END-IF.

       COUNT-PENDING-REVERSALS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FACT-PENDING-FILE
           IF WS-RVP-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-PENDING-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END ADD 1 TO WS-REVERSAL-COUNT
                   END-READ
               END-PERFORM
               CLOSE FACT-PENDING-FILE
           END-IF.

       SEND-PENDING-REVERSALS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FACT-PENDING-FILE
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FACT-PENDING-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
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
