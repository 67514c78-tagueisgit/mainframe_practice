      * outputs in partition order recreates the original input
      * order for the merge step.  Request references are stamped
      * before splitting so parallel instances cannot generate
      * duplicates.  Each child header carries the source batch's
      * priority class.  Only a single-batch FACTIN is split; a
      * multi-submitter file must be separated by submitter first.
      * The split is step SPLIT of the daily cycle on FACTCYC: it
      * needs the business date's edit complete and is refused when
      * the single-pass main run has already been done.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-PART4-FILE ASSIGN TO FACTSP4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP4-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-INPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PART4-RECORD              PIC X(80).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-STATUS   PIC X(2)   VALUE SPACES.
       01 WS-SP1-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-TRL-HASH-TOTAL   PIC 9(9)   VALUE ZEROS.
       01 WS-HDR-SUBMITTER-ID PIC X(8)   VALUE SPACES.
       01 WS-HDR-BATCH-DATE   PIC X(8)   VALUE SPACES.
       01 WS-HDR-PRIORITY     PIC X(1)   VALUE SPACES.
       01 WS-PART-TARGET      PIC 9(7)   VALUE ZEROS.
       01 WS-PART-DETAIL-CNT  PIC 9(7)   VALUE ZEROS.
       01 WS-PART-HASH-TOTAL  PIC 9(9)   VALUE ZEROS.
       01 WS-DETAILS-WRITTEN  PIC 9(7)   VALUE ZEROS.
       01 WS-REF-SEQ          PIC 9(6)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
      * Daily cycle control: the split follows the day's edit and
      * takes the place of the single-pass main run.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "SPLIT".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.
       01 WS-PART-RECORD      PIC X(80)  VALUE SPACES.
       01 WS-PART-HEADER.
           05 SPH-TYPE             PIC X(1).
           05 SPH-SUBMITTER-ID     PIC X(8).
           05 SPH-BATCH-DATE       PIC X(8).
           05 SPH-PRIORITY         PIC X(1).
           05 FILLER               PIC X(62).
       01 WS-PART-TRAILER.
           05 SPT-TYPE             PIC X(1).
           05 SPT-RECORD-CNT       PIC 9(7).

       PROCEDURE DIVISION.
       START-PROCEDURE.
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EDIT-PART-COUNT
               IF SPLIT-CAN-PROCEED
                   PERFORM VERIFY-INPUT-BATCH
               END-IF
               IF SPLIT-CAN-PROCEED
                   PERFORM SPLIT-INPUT-BATCH
               END-IF
               IF SPLIT-CAN-PROCEED
                   MOVE WS-DETAILS-WRITTEN TO WS-COUNT-DSP
                   DISPLAY "DETAILS SPLIT ACROSS " WS-PART-COUNT
                       " PARTITIONS: " WS-COUNT-DSP
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "SPLIT NOT USABLE - JOB TERMINATED"
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
                   MOVE "EDIT" TO WS-CHECK-STEP
                   PERFORM CHECK-PREDECESSOR-STEP
               END-IF
               IF NOT CYCLE-REFUSED
                   MOVE "MAIN" TO WS-CHECK-STEP
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
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE INH-SUBMITTER-ID TO WS-HDR-SUBMITTER-ID
                   MOVE INH-BATCH-DATE TO WS-HDR-BATCH-DATE
                   MOVE INH-PRIORITY TO WS-HDR-PRIORITY
               WHEN 'T'
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE INT-RECORD-CNT TO WS-TRL-RECORD-CNT
           MOVE 'H' TO SPH-TYPE
           MOVE WS-HDR-SUBMITTER-ID TO SPH-SUBMITTER-ID
           MOVE WS-HDR-BATCH-DATE TO SPH-BATCH-DATE
           MOVE WS-HDR-PRIORITY TO SPH-PRIORITY
           MOVE WS-PART-HEADER TO WS-PART-RECORD
           PERFORM WRITE-PARTITION-RECORD.

